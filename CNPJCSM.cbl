       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJCSM.
       AUTHOR.     Moises.
      *********    OUT/26.
      *********    Consulta de CNPJ ao cadastro mestre para outros
      *********    sistemas (faturamento, cadastro de clientes), nos
      *********    moldes do CNPJ-CALC-DV e do CNPJ-BLOQ-RAIZ: recebe o
      *********    CNPJ em qualquer formato aceito pelo CNPJINQ (base
      *********    de 12 ou numero de 14 posicoes, com ou sem mascara)
      *********    e devolve a area fixa CNPJCREG com a conferencia
      *********    dos digitos, o numero formatado, a situacao, a
      *********    origem, as datas de primeira carga e recertificacao,
      *********    a situacao do banco com o motivo de recusa e o
      *********    bloqueio da raiz no CNPJBLOQ.TXT. O mestre e aberto
      *********    so para leitura na primeira consulta e fica aberto
      *********    ate o fim da unidade de execucao (ou ate a entrada
      *********    CNPJ-CONS-FIM). O lote noturno e o CNPJCSB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MESTRE ASSIGN TO "CNPJMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CNPJ-BASE-12N
               FILE STATUS IS WS-FS-MESTRE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MESTRE.
       COPY CNPJMREG.

       WORKING-STORAGE SECTION.
       01  WS-FS-MESTRE          PIC X(02) VALUE '00'.

      *    Situacao do mestre na unidade de execucao: 0 = ainda nao
      *    aberto, 1 = aberto, 2 = ausente (consultas devolvem 08).
       01  WS-SITUACAO-MESTRE    PIC 9 VALUE 0.
           88 MESTRE-NAO-ABERTO       VALUE 0.
           88 MESTRE-ABERTO           VALUE 1.
           88 MESTRE-AUSENTE          VALUE 2.

      *    Limpeza do valor recebido, como no LIMPAR-ENTRADA do
      *    CNPJINQ: retira mascara e espacos e conta as posicoes
      *    uteis (12 = so a base, 14 = base + digitos informados).
       01  WS-CNPJ-LIMPO         PIC X(20) VALUE SPACES.
       01  WS-POS-ORIGEM         PIC 9(02) VALUE 0.
       01  WS-POS-LIMPO          PIC 9(02) VALUE 0.
       01  WS-CARACTERE          PIC X(01) VALUE SPACE.

       01  WS-BASE-INFORMADA     PIC X(12) VALUE SPACES.
       01  WS-DV1-INFORMADO      PIC X(01) VALUE SPACE.
       01  WS-DV2-INFORMADO      PIC X(01) VALUE SPACE.

       01  WS-DV1-CALC           PIC 9.
       01  WS-DV2-CALC           PIC 9.
       01  WS-RET-CALC           PIC 9.

       01  WS-RAIZ-CONSULTA      PIC X(08) VALUE SPACES.
       01  WS-BLOQUEADO          PIC 9 VALUE 0.
       01  WS-MOTIVO-BLOQUEIO    PIC X(03) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-CNPJ-CONSULTA      PIC X(20).
       COPY CNPJCREG.

       PROCEDURE DIVISION.
       INICIO.
           GOBACK.

      *----------------------------------------------------------------*
      *    Ponto de entrada compartilhado: recebe o CNPJ como          *
      *    digitado (20 posicoes, mascara tolerada) e devolve a area   *
      *    de resultado preenchida. CNPJ invalido volta com retorno 12 *
      *    e o restante da area em branco; o bloqueio da raiz e        *
      *    informado mesmo para base nao cadastrada no mestre.         *
      *----------------------------------------------------------------*
       CNPJ-CONS-MESTRE-ENTRY.
       ENTRY 'CNPJ-CONS-MESTRE' USING LK-CNPJ-CONSULTA
                                      REG-RESULTADO-CONSULTA.
           INITIALIZE REG-RESULTADO-CONSULTA
           IF MESTRE-NAO-ABERTO
               PERFORM ABRIR-MESTRE THRU FIM-ABRIR-MESTRE
           END-IF
           PERFORM CONSULTAR-CNPJ THRU FIM-CONSULTAR-CNPJ.
           GOBACK.

      *----------------------------------------------------------------*
      *    Fecha o mestre ao final do programa chamador; a proxima     *
      *    consulta abre de novo.                                      *
      *----------------------------------------------------------------*
       CNPJ-CONS-FIM-ENTRY.
       ENTRY 'CNPJ-CONS-FIM'.
           IF MESTRE-ABERTO
               CLOSE ARQ-MESTRE
           END-IF
           MOVE 0 TO WS-SITUACAO-MESTRE.
           GOBACK.

      *    Mestre ausente nao derruba o chamador: cada consulta volta
      *    com retorno 08, ainda com digitos, mascara e bloqueio.
       ABRIR-MESTRE.
           OPEN INPUT ARQ-MESTRE
           IF WS-FS-MESTRE = '00'
               SET MESTRE-ABERTO TO TRUE
               GO TO FIM-ABRIR-MESTRE
           END-IF
           IF WS-FS-MESTRE = '35'
               DISPLAY 'CNPJMST.DAT ausente - situacao do cadastro '
                       'indisponivel'
               SET MESTRE-AUSENTE TO TRUE
               GO TO FIM-ABRIR-MESTRE
           END-IF
           DISPLAY 'ERRO AO ABRIR CNPJMST.DAT - STATUS ' WS-FS-MESTRE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       FIM-ABRIR-MESTRE.
           EXIT.

       CONSULTAR-CNPJ.
           PERFORM LIMPAR-ENTRADA THRU FIM-LIMPAR-ENTRADA
           IF WS-POS-LIMPO NOT = 12 AND WS-POS-LIMPO NOT = 14
               SET RCS-CNPJ-INVALIDO TO TRUE
               SET RCS-REJEITADO TO TRUE
               GO TO FIM-CONSULTAR-CNPJ
           END-IF

           CALL 'CNPJ-CALC-DV' USING WS-BASE-INFORMADA
                                     WS-DV1-CALC
                                     WS-DV2-CALC
                                     WS-RET-CALC
           IF WS-RET-CALC = 1
               SET RCS-CNPJ-INVALIDO TO TRUE
               SET RCS-REJEITADO TO TRUE
               GO TO FIM-CONSULTAR-CNPJ
           END-IF

           MOVE WS-BASE-INFORMADA TO RCS-CNPJ-BASE-12N
           MOVE WS-DV1-CALC TO RCS-CNPJ-DV-1
           MOVE WS-DV2-CALC TO RCS-CNPJ-DV-2
           CALL 'CNPJ-MONTA-MASCARA' USING WS-BASE-INFORMADA
                                           WS-DV1-CALC
                                           WS-DV2-CALC
                                           RCS-CNPJ-MASCARA
           IF WS-POS-LIMPO = 14
               IF WS-DV1-INFORMADO = RCS-CNPJ-DV-1
                  AND WS-DV2-INFORMADO = RCS-CNPJ-DV-2
                   SET RCS-DV-CORRETO TO TRUE
               ELSE
                   SET RCS-DV-INCORRETO TO TRUE
               END-IF
           ELSE
               SET RCS-SO-BASE TO TRUE
           END-IF

           MOVE WS-BASE-INFORMADA(1:8) TO WS-RAIZ-CONSULTA
           CALL 'CNPJ-BLOQ-RAIZ' USING WS-RAIZ-CONSULTA
                                       WS-BLOQUEADO
                                       WS-MOTIVO-BLOQUEIO
           IF WS-BLOQUEADO = 1
               SET RCS-BLOQUEADA TO TRUE
               MOVE WS-MOTIVO-BLOQUEIO TO RCS-MOTIVO-BLOQUEIO
           ELSE
               SET RCS-LIVRE TO TRUE
           END-IF

           PERFORM CONSULTAR-MESTRE THRU FIM-CONSULTAR-MESTRE.
       FIM-CONSULTAR-CNPJ.
           EXIT.

      *    Remove pontos, barra, hifen e espacos e separa base e
      *    digitos informados conforme a quantidade de posicoes.
       LIMPAR-ENTRADA.
           MOVE SPACES TO WS-CNPJ-LIMPO
           MOVE 0 TO WS-POS-LIMPO
           PERFORM VARYING WS-POS-ORIGEM FROM 1 BY 1
                   UNTIL WS-POS-ORIGEM > 20
               MOVE LK-CNPJ-CONSULTA(WS-POS-ORIGEM:1) TO WS-CARACTERE
               IF WS-CARACTERE NOT = SPACE
                   AND (WS-CARACTERE IS ALPHABETIC OR
                        WS-CARACTERE IS NUMERIC)
                   ADD 1 TO WS-POS-LIMPO
                   IF WS-POS-LIMPO <= 20
                       MOVE WS-CARACTERE
                           TO WS-CNPJ-LIMPO(WS-POS-LIMPO:1)
                   END-IF
               END-IF
           END-PERFORM

           MOVE FUNCTION UPPER-CASE(WS-CNPJ-LIMPO(1:12))
               TO WS-BASE-INFORMADA
           IF WS-POS-LIMPO = 14
               MOVE WS-CNPJ-LIMPO(13:1) TO WS-DV1-INFORMADO
               MOVE WS-CNPJ-LIMPO(14:1) TO WS-DV2-INFORMADO
           ELSE
               MOVE SPACE TO WS-DV1-INFORMADO WS-DV2-INFORMADO
           END-IF.
       FIM-LIMPAR-ENTRADA.
           EXIT.

       CONSULTAR-MESTRE.
           IF NOT MESTRE-ABERTO
               SET RCS-MESTRE-INDISPONIVEL TO TRUE
               GO TO FIM-CONSULTAR-MESTRE
           END-IF
           MOVE WS-BASE-INFORMADA TO MST-CNPJ-BASE-12N
           READ ARQ-MESTRE
           IF WS-FS-MESTRE = '23'
               SET RCS-NAO-CADASTRADO TO TRUE
               GO TO FIM-CONSULTAR-MESTRE
           END-IF
           IF WS-FS-MESTRE NOT = '00'
               DISPLAY 'ERRO AO LER CNPJMST.DAT - STATUS '
                       WS-FS-MESTRE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET RCS-CADASTRADO TO TRUE
           MOVE MST-SITUACAO       TO RCS-SITUACAO
           MOVE MST-ORIGEM         TO RCS-ORIGEM
           MOVE MST-DATA-PRIMEIRA  TO RCS-DATA-PRIMEIRA
           MOVE MST-DATA-RECERT    TO RCS-DATA-RECERT
           MOVE MST-SITUACAO-BANCO TO RCS-SITUACAO-BANCO
           MOVE MST-MOTIVO-BANCO   TO RCS-MOTIVO-BANCO.
       FIM-CONSULTAR-MESTRE.
           EXIT.
