       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJMAN.
       AUTHOR.     Moises.
      *********    OUT/26.
      *********    Correcao manual controlada do cadastro mestre
      *********    CNPJMST.DAT: le um arquivo de transacoes
      *********    (CNPJMANT.TXT) com troca de situacao, limpeza da
      *********    situacao no banco, acerto da data de
      *********    recertificacao ou exclusao da base. Cada correcao
      *********    traz o motivo, o solicitante e o aprovador, que
      *********    tem de ser pessoas diferentes. A base e conferida
      *********    pelo CNPJ-CALC-DV contra os DVs informados. As
      *********    transacoes recusadas vao para o relatorio de
      *********    excecoes CNPJMANX.RPT; as aceitas saem na listagem
      *********    antes/depois CNPJMAN.RPT para o compliance e sao
      *********    gravadas no diario de atualizacoes (CNPJJRN).
      *********    Uso tipico: liberar as filiais BLOQUEADO de uma
      *********    raiz retirada da tabela pelo CNPJBLQM e limpar o
      *********    RECUSADO que o banco reconheceu como erro seu.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MESTRE ASSIGN TO "CNPJMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CNPJ-BASE-12N
               FILE STATUS IS WS-FS-MESTRE.
           SELECT ARQ-TRANSACAO ASSIGN TO "CNPJMANT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSACAO.
           SELECT ARQ-RELATORIO ASSIGN TO "CNPJMAN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
           SELECT ARQ-EXCECAO ASSIGN TO "CNPJMANX.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCECAO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MESTRE.
       COPY CNPJMREG.

      *    Transacao de correcao: acao S (troca de situacao), B
      *    (limpa a situacao no banco), R (acerta a data de
      *    recertificacao) ou E (exclui a base), seguida da base com
      *    os DVs. A nova situacao so e lida na acao S e a data de
      *    recertificacao so na acao R (AAAAMMDD, nunca anterior a
      *    primeira carga; zeros ou espacos zeram a data e a base
      *    entra no proximo lote do CNPJREC).
       FD  ARQ-TRANSACAO.
       01  REG-TRANSACAO.
           02 TRN-ACAO               PIC X(01).
              88 TRN-SITUACAO            VALUE 'S'.
              88 TRN-BANCO               VALUE 'B'.
              88 TRN-RECERT              VALUE 'R'.
              88 TRN-EXCLUSAO            VALUE 'E'.
           02 TRN-CNPJ-BASE-12N      PIC X(12).
           02 TRN-CNPJ-DV-1          PIC X(01).
           02 TRN-CNPJ-DV-2          PIC X(01).
           02 TRN-SITUACAO-NOVA      PIC X(10).
           02 TRN-DATA-RECERT        PIC X(08).
           02 TRN-MOTIVO             PIC X(03).
           02 TRN-SOLICITANTE        PIC X(08).
           02 TRN-APROVADOR          PIC X(08).

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO           PIC X(80).

       FD  ARQ-EXCECAO.
       01  LINHA-EXCECAO             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-MESTRE          PIC X(02) VALUE '00'.
       01  WS-FS-TRANSACAO       PIC X(02) VALUE '00'.
       01  WS-FS-RELATORIO       PIC X(02) VALUE '00'.
       01  WS-FS-EXCECAO         PIC X(02) VALUE '00'.

       01  WS-FIM-TRANSACAO      PIC 9 VALUE 0.
           88 FIM-TRANSACAO           VALUE 1.

       01  WS-DATA-HORA-ATUAL    PIC X(21).
       01  WS-DATA-HOJE          PIC 9(08) VALUE 0.

       COPY CNPJJREG.

      *    Motivos de correcao aprovados: DBL = raiz retirada da
      *    tabela de bloqueio, BCO = recusa reconhecida como erro do
      *    banco, REC = recertificacao antecipada, CAD = acerto
      *    cadastral, JUD = determinacao judicial.
       01  WS-TAB-MOTIVOS-VALOR  PIC X(15) VALUE 'DBLBCORECCADJUD'.
       01  WS-TAB-MOTIVOS REDEFINES WS-TAB-MOTIVOS-VALOR.
           02 TAB-MOTIVO-APROVADO OCCURS 5 TIMES PIC X(03).
       01  WS-IND-MOTIVO         PIC 9(01) VALUE 0.
       01  WS-MOTIVO-APROVADO    PIC 9 VALUE 0.

      *    Situacoes que a correcao manual pode atribuir. GERADO fica
      *    de fora: so o CNPJGER reserva numeros.
       01  WS-TAB-SITUACOES-VALOR PIC X(40) VALUE
               'OK        ERRO      REJEITADO BLOQUEADO '.
       01  WS-TAB-SITUACOES REDEFINES WS-TAB-SITUACOES-VALOR.
           02 TAB-SITUACAO-PERMITIDA OCCURS 4 TIMES PIC X(10).
       01  WS-IND-SITUACAO       PIC 9(01) VALUE 0.
       01  WS-SITUACAO-PERMITIDA PIC 9 VALUE 0.

      *    Campos do calculo do DV e da consulta de bloqueio.
       01  WS-DV1-CALC           PIC 9 VALUE 0.
       01  WS-DV2-CALC           PIC 9 VALUE 0.
       01  WS-RET-CALC           PIC 9 VALUE 0.
       01  WS-RAIZ-CONSULTA      PIC X(08) VALUE SPACES.
       01  WS-RAIZ-BLOQUEADA     PIC 9 VALUE 0.
       01  WS-MOTIVO-BLOQUEIO    PIC X(03) VALUE SPACES.

      *    Campos de validacao de data (AAAAMMDD).
       01  WS-DATA-VALIDAR       PIC X(08) VALUE SPACES.
       01  WS-DATA-VALIDAR-R REDEFINES WS-DATA-VALIDAR.
           02 WS-DTV-ANO         PIC 9(04).
           02 WS-DTV-MES         PIC 9(02).
           02 WS-DTV-DIA         PIC 9(02).
       01  WS-DATA-INVALIDA      PIC 9 VALUE 0.

       01  WS-DATA-RECERT-APURADA PIC 9(08) VALUE 0.
       01  WS-MOTIVO-REJEICAO    PIC X(40) VALUE SPACES.

       01  WS-QTDE-TRANSACOES    PIC 9(09) VALUE 0.
       01  WS-QTDE-SITUACAO      PIC 9(09) VALUE 0.
       01  WS-QTDE-BANCO         PIC 9(09) VALUE 0.
       01  WS-QTDE-RECERT        PIC 9(09) VALUE 0.
       01  WS-QTDE-EXCLUIDAS     PIC 9(09) VALUE 0.
       01  WS-QTDE-REJEITADAS    PIC 9(09) VALUE 0.
       01  WS-CONTADOR-EDICAO    PIC ZZZ,ZZZ,ZZ9.

       01  CAB-RELATORIO-1       PIC X(80) VALUE
               'CORRECOES DO CADASTRO MESTRE - CNPJMAN'.
       01  CAB-RELATORIO-2.
           02 FILLER             PIC X(17) VALUE
               'A BASE (12)   DV '.
           02 FILLER             PIC X(19) VALUE
               'IMAGEM  SITUACAO   '.
           02 FILLER             PIC X(22) VALUE
               'BANCO    MOT RECERT   '.
           02 FILLER             PIC X(22) VALUE
               'MOT SOLICIT. APROVADOR'.

       01  CAB-EXCECAO-1         PIC X(80) VALUE
               'CORRECOES DO CADASTRO MESTRE RECUSADAS - CNPJMAN'.
       01  CAB-EXCECAO-2         PIC X(80) VALUE
           'A BASE (12)   DV MOT SOLICIT. APROVADO OCORRENCIA'.

       01  LINHA-DETALHE.
           02 LD-ACAO            PIC X(01).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LD-CNPJ-BASE-12N   PIC X(12).
           02 LD-CNPJ-DV-1       PIC X(01).
           02 LD-CNPJ-DV-2       PIC X(01).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LD-IMAGEM          PIC X(07).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LD-SITUACAO        PIC X(10).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LD-SITUACAO-BANCO  PIC X(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LD-MOTIVO-BANCO    PIC X(03).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LD-DATA-RECERT     PIC X(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LD-MOTIVO          PIC X(03).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LD-SOLICITANTE     PIC X(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LD-APROVADOR       PIC X(08).

       01  LINHA-EXCECAO-DET.
           02 LE-ACAO            PIC X(01).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LE-CNPJ-BASE-12N   PIC X(12).
           02 LE-CNPJ-DV-1       PIC X(01).
           02 LE-CNPJ-DV-2       PIC X(01).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LE-MOTIVO          PIC X(03).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LE-SOLICITANTE     PIC X(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LE-APROVADOR       PIC X(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LE-OCORRENCIA      PIC X(40).

       01  LINHA-RODAPE          PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE
           MOVE 'CNPJMAN' TO JRN-PROGRAMA
           CALL 'CNPJ-JORN-INICIO' USING REG-JORNAL

           PERFORM ABRIR-ARQUIVOS THRU FIM-ABRIR-ARQUIVOS
           PERFORM IMPRIMIR-CABECALHO THRU FIM-IMPRIMIR-CABECALHO

           PERFORM PROCESSAR-TRANSACAO THRU FIM-PROCESSAR-TRANSACAO
               UNTIL FIM-TRANSACAO

           PERFORM IMPRIMIR-RODAPE THRU FIM-IMPRIMIR-RODAPE
           PERFORM FECHAR-ARQUIVOS THRU FIM-FECHAR-ARQUIVOS

           IF WS-QTDE-REJEITADAS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

       ABRIR-ARQUIVOS.
           OPEN I-O ARQ-MESTRE
           IF WS-FS-MESTRE NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJMST.DAT - STATUS '
                       WS-FS-MESTRE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARQ-TRANSACAO
           IF WS-FS-TRANSACAO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJMANT.TXT - STATUS '
                       WS-FS-TRANSACAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-RELATORIO
           IF WS-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJMAN.RPT - STATUS '
                       WS-FS-RELATORIO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-EXCECAO
           IF WS-FS-EXCECAO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJMANX.RPT - STATUS '
                       WS-FS-EXCECAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       FIM-ABRIR-ARQUIVOS.
           EXIT.

      *    Cada transacao passa pela bateria de validacoes; a primeira
      *    falha recusa a transacao inteira no relatorio de excecoes
      *    e o registro do mestre nao e tocado.
       PROCESSAR-TRANSACAO.
           READ ARQ-TRANSACAO
               AT END
                   SET FIM-TRANSACAO TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTDE-TRANSACOES
                   MOVE SPACES TO WS-MOTIVO-REJEICAO
                   PERFORM VALIDAR-TRANSACAO THRU FIM-VALIDAR-TRANSACAO
                   IF WS-MOTIVO-REJEICAO = SPACES
                       PERFORM APLICAR-TRANSACAO THRU
                               FIM-APLICAR-TRANSACAO
                   ELSE
                       ADD 1 TO WS-QTDE-REJEITADAS
                       PERFORM IMPRIMIR-EXCECAO THRU
                               FIM-IMPRIMIR-EXCECAO
                   END-IF
           END-READ.
       FIM-PROCESSAR-TRANSACAO.
           EXIT.

       VALIDAR-TRANSACAO.
           IF NOT TRN-SITUACAO AND NOT TRN-BANCO
              AND NOT TRN-RECERT AND NOT TRN-EXCLUSAO
               MOVE 'ACAO INVALIDA' TO WS-MOTIVO-REJEICAO
               GO TO FIM-VALIDAR-TRANSACAO
           END-IF

      *    Base alfanumerica e aceita como no CNPJINQ, em maiusculas;
      *    caractere fora do permitido e recusado pelo calculo do DV.
      *    Os DVs informados tem de bater com o calculo: protege a
      *    correcao contra base digitada errada.
           MOVE FUNCTION UPPER-CASE(TRN-CNPJ-BASE-12N)
               TO TRN-CNPJ-BASE-12N
           CALL 'CNPJ-CALC-DV' USING TRN-CNPJ-BASE-12N
                                     WS-DV1-CALC
                                     WS-DV2-CALC
                                     WS-RET-CALC
           IF WS-RET-CALC = 1
               MOVE 'BASE RECUSADA PELO CALCULO DO DV'
                   TO WS-MOTIVO-REJEICAO
               GO TO FIM-VALIDAR-TRANSACAO
           END-IF
           IF TRN-CNPJ-DV-1 NOT = WS-DV1-CALC
              OR TRN-CNPJ-DV-2 NOT = WS-DV2-CALC
               MOVE 'DV INFORMADO NAO CONFERE COM O CALCULO'
                   TO WS-MOTIVO-REJEICAO
               GO TO FIM-VALIDAR-TRANSACAO
           END-IF

           PERFORM VALIDAR-MOTIVO THRU FIM-VALIDAR-MOTIVO
           IF WS-MOTIVO-APROVADO = 0
               MOVE 'MOTIVO FORA DA LISTA APROVADA'
                   TO WS-MOTIVO-REJEICAO
               GO TO FIM-VALIDAR-TRANSACAO
           END-IF

           IF TRN-SOLICITANTE = SPACES
               MOVE 'SOLICITANTE NAO INFORMADO' TO WS-MOTIVO-REJEICAO
               GO TO FIM-VALIDAR-TRANSACAO
           END-IF
           IF TRN-APROVADOR = SPACES
               MOVE 'APROVADOR NAO INFORMADO' TO WS-MOTIVO-REJEICAO
               GO TO FIM-VALIDAR-TRANSACAO
           END-IF
           IF TRN-SOLICITANTE = TRN-APROVADOR
               MOVE 'APROVADOR IGUAL AO SOLICITANTE'
                   TO WS-MOTIVO-REJEICAO
               GO TO FIM-VALIDAR-TRANSACAO
           END-IF

           MOVE TRN-CNPJ-BASE-12N TO MST-CNPJ-BASE-12N
           READ ARQ-MESTRE
           IF WS-FS-MESTRE = '23'
               MOVE 'BASE NAO CADASTRADA NO MESTRE'
                   TO WS-MOTIVO-REJEICAO
               GO TO FIM-VALIDAR-TRANSACAO
           END-IF
           IF WS-FS-MESTRE NOT = '00'
               DISPLAY 'ERRO AO LER CNPJMST.DAT - STATUS '
                       WS-FS-MESTRE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF TRN-SITUACAO
               PERFORM VALIDAR-SITUACAO THRU FIM-VALIDAR-SITUACAO
           END-IF

           IF TRN-BANCO AND MST-SITUACAO-BANCO = SPACES
               MOVE 'BASE SEM SITUACAO NO BANCO' TO WS-MOTIVO-REJEICAO
               GO TO FIM-VALIDAR-TRANSACAO
           END-IF

           IF TRN-RECERT
               IF TRN-DATA-RECERT = SPACES
                  OR TRN-DATA-RECERT = '00000000'
                   MOVE 0 TO WS-DATA-RECERT-APURADA
               ELSE
                   MOVE TRN-DATA-RECERT TO WS-DATA-VALIDAR
                   PERFORM VALIDAR-DATA THRU FIM-VALIDAR-DATA
                   IF WS-DATA-INVALIDA = 1
                       MOVE 'DATA DE RECERTIFICACAO INVALIDA'
                           TO WS-MOTIVO-REJEICAO
                       GO TO FIM-VALIDAR-TRANSACAO
                   END-IF
                   MOVE TRN-DATA-RECERT TO WS-DATA-RECERT-APURADA
                   IF WS-DATA-RECERT-APURADA > WS-DATA-HOJE
                       MOVE 'DATA DE RECERTIFICACAO FUTURA'
                           TO WS-MOTIVO-REJEICAO
                       GO TO FIM-VALIDAR-TRANSACAO
                   END-IF
                   IF WS-DATA-RECERT-APURADA < MST-DATA-PRIMEIRA
                       MOVE 'RECERTIFICACAO ANTES DA PRIMEIRA CARGA'
                           TO WS-MOTIVO-REJEICAO
                       GO TO FIM-VALIDAR-TRANSACAO
                   END-IF
               END-IF
               IF WS-DATA-RECERT-APURADA = MST-DATA-RECERT
                   MOVE 'DATA DE RECERTIFICACAO JA E A INFORMADA'
                       TO WS-MOTIVO-REJEICAO
                   GO TO FIM-VALIDAR-TRANSACAO
               END-IF
           END-IF.
       FIM-VALIDAR-TRANSACAO.
           EXIT.

      *    A base so volta a OK se a raiz ja saiu da tabela de
      *    bloqueio: com a raiz ainda vigente o CNPJVARR a marcaria
      *    BLOQUEADO de novo na proxima execucao.
       VALIDAR-SITUACAO.
           MOVE 0 TO WS-SITUACAO-PERMITIDA
           PERFORM VARYING WS-IND-SITUACAO FROM 1 BY 1
                   UNTIL WS-IND-SITUACAO > 4
                      OR WS-SITUACAO-PERMITIDA = 1
               IF TAB-SITUACAO-PERMITIDA(WS-IND-SITUACAO)
                  = TRN-SITUACAO-NOVA
                   MOVE 1 TO WS-SITUACAO-PERMITIDA
               END-IF
           END-PERFORM
           IF WS-SITUACAO-PERMITIDA = 0
               MOVE 'SITUACAO NOVA NAO PERMITIDA'
                   TO WS-MOTIVO-REJEICAO
               GO TO FIM-VALIDAR-SITUACAO
           END-IF

           IF TRN-SITUACAO-NOVA = MST-SITUACAO
               MOVE 'SITUACAO ATUAL JA E A INFORMADA'
                   TO WS-MOTIVO-REJEICAO
               GO TO FIM-VALIDAR-SITUACAO
           END-IF

           IF TRN-SITUACAO-NOVA NOT = 'BLOQUEADO'
               MOVE TRN-CNPJ-BASE-12N(1:8) TO WS-RAIZ-CONSULTA
               CALL 'CNPJ-BLOQ-RAIZ' USING WS-RAIZ-CONSULTA
                                           WS-RAIZ-BLOQUEADA
                                           WS-MOTIVO-BLOQUEIO
               IF WS-RAIZ-BLOQUEADA = 1
                   MOVE 'RAIZ AINDA BLOQUEADA EM CNPJBLOQ.TXT'
                       TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF.
       FIM-VALIDAR-SITUACAO.
           EXIT.

       VALIDAR-MOTIVO.
           MOVE 0 TO WS-MOTIVO-APROVADO
           PERFORM VARYING WS-IND-MOTIVO FROM 1 BY 1
                   UNTIL WS-IND-MOTIVO > 5
                      OR WS-MOTIVO-APROVADO = 1
               IF TAB-MOTIVO-APROVADO(WS-IND-MOTIVO) = TRN-MOTIVO
                   MOVE 1 TO WS-MOTIVO-APROVADO
               END-IF
           END-PERFORM.
       FIM-VALIDAR-MOTIVO.
           EXIT.

       VALIDAR-DATA.
           MOVE 0 TO WS-DATA-INVALIDA
           IF WS-DATA-VALIDAR NOT NUMERIC
               MOVE 1 TO WS-DATA-INVALIDA
               GO TO FIM-VALIDAR-DATA
           END-IF
           IF WS-DTV-ANO < 1900 OR WS-DTV-ANO > 2199
              OR WS-DTV-MES < 1 OR WS-DTV-MES > 12
              OR WS-DTV-DIA < 1 OR WS-DTV-DIA > 31
               MOVE 1 TO WS-DATA-INVALIDA
           END-IF.
       FIM-VALIDAR-DATA.
           EXIT.

      *    Listagem antes/depois para o compliance: a linha ANTES
      *    traz o registro como estava e a linha DEPOIS o registro
      *    gravado (EXCLUIDA na exclusao). O diario recebe as duas
      *    imagens antes do REWRITE/DELETE.
       APLICAR-TRANSACAO.
           MOVE 'ANTES' TO LD-IMAGEM
           PERFORM IMPRIMIR-IMAGEM THRU FIM-IMPRIMIR-IMAGEM
           MOVE REG-MESTRE TO JRN-IMAGEM-ANTES

           IF TRN-EXCLUSAO
               MOVE 'E' TO JRN-ACAO
               MOVE SPACES TO JRN-IMAGEM-DEPOIS
               CALL 'CNPJ-JORN-GRAVA' USING REG-JORNAL
               DELETE ARQ-MESTRE RECORD
               IF WS-FS-MESTRE NOT = '00'
                   DISPLAY 'ERRO AO EXCLUIR CNPJMST.DAT - STATUS '
                           WS-FS-MESTRE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTDE-EXCLUIDAS
               MOVE SPACES TO LINHA-DETALHE
               MOVE 'DEPOIS' TO LD-IMAGEM
               MOVE 'EXCLUIDA' TO LD-SITUACAO
               PERFORM IMPRIMIR-TRANSACAO THRU FIM-IMPRIMIR-TRANSACAO
               GO TO FIM-APLICAR-TRANSACAO
           END-IF

      *    Base que sai de REJEITADO pode estar sem DV guardado; os
      *    DVs conferidos acima passam a valer no mestre.
           IF TRN-SITUACAO
               MOVE TRN-SITUACAO-NOVA TO MST-SITUACAO
               IF TRN-SITUACAO-NOVA NOT = 'REJEITADO'
                   MOVE WS-DV1-CALC TO MST-CNPJ-DV-1
                   MOVE WS-DV2-CALC TO MST-CNPJ-DV-2
               END-IF
               ADD 1 TO WS-QTDE-SITUACAO
           END-IF
      *    A data do retorno fica: o CNPJSLA so conta o prazo do
      *    banco a partir de exportacao posterior a esse retorno.
           IF TRN-BANCO
               MOVE SPACES TO MST-SITUACAO-BANCO
               MOVE SPACES TO MST-MOTIVO-BANCO
               ADD 1 TO WS-QTDE-BANCO
           END-IF
           IF TRN-RECERT
               MOVE WS-DATA-RECERT-APURADA TO MST-DATA-RECERT
               ADD 1 TO WS-QTDE-RECERT
           END-IF

           MOVE 'A' TO JRN-ACAO
           MOVE REG-MESTRE TO JRN-IMAGEM-DEPOIS
           CALL 'CNPJ-JORN-GRAVA' USING REG-JORNAL
           REWRITE REG-MESTRE
           IF WS-FS-MESTRE NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR CNPJMST.DAT - STATUS '
                       WS-FS-MESTRE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'DEPOIS' TO LD-IMAGEM
           PERFORM IMPRIMIR-IMAGEM THRU FIM-IMPRIMIR-IMAGEM.
       FIM-APLICAR-TRANSACAO.
           EXIT.

       IMPRIMIR-IMAGEM.
           MOVE MST-CNPJ-DV-1 TO LD-CNPJ-DV-1
           MOVE MST-CNPJ-DV-2 TO LD-CNPJ-DV-2
           MOVE MST-SITUACAO TO LD-SITUACAO
           MOVE MST-SITUACAO-BANCO TO LD-SITUACAO-BANCO
           MOVE MST-MOTIVO-BANCO TO LD-MOTIVO-BANCO
           MOVE MST-DATA-RECERT TO LD-DATA-RECERT
           PERFORM IMPRIMIR-TRANSACAO THRU FIM-IMPRIMIR-TRANSACAO.
       FIM-IMPRIMIR-IMAGEM.
           EXIT.

       IMPRIMIR-TRANSACAO.
           MOVE TRN-ACAO TO LD-ACAO
           MOVE TRN-CNPJ-BASE-12N TO LD-CNPJ-BASE-12N
           MOVE TRN-MOTIVO TO LD-MOTIVO
           MOVE TRN-SOLICITANTE TO LD-SOLICITANTE
           MOVE TRN-APROVADOR TO LD-APROVADOR
           WRITE LINHA-RELATORIO FROM LINHA-DETALHE.
       FIM-IMPRIMIR-TRANSACAO.
           EXIT.

       IMPRIMIR-EXCECAO.
           MOVE TRN-ACAO TO LE-ACAO
           MOVE TRN-CNPJ-BASE-12N TO LE-CNPJ-BASE-12N
           MOVE TRN-CNPJ-DV-1 TO LE-CNPJ-DV-1
           MOVE TRN-CNPJ-DV-2 TO LE-CNPJ-DV-2
           MOVE TRN-MOTIVO TO LE-MOTIVO
           MOVE TRN-SOLICITANTE TO LE-SOLICITANTE
           MOVE TRN-APROVADOR TO LE-APROVADOR
           MOVE WS-MOTIVO-REJEICAO TO LE-OCORRENCIA
           WRITE LINHA-EXCECAO FROM LINHA-EXCECAO-DET.
       FIM-IMPRIMIR-EXCECAO.
           EXIT.

       IMPRIMIR-CABECALHO.
           WRITE LINHA-RELATORIO FROM CAB-RELATORIO-1
           WRITE LINHA-RELATORIO FROM CAB-RELATORIO-2
           WRITE LINHA-EXCECAO FROM CAB-EXCECAO-1
           WRITE LINHA-EXCECAO FROM CAB-EXCECAO-2.
       FIM-IMPRIMIR-CABECALHO.
           EXIT.

       IMPRIMIR-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-QTDE-TRANSACOES TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'TOTAL TRANSACOES LIDAS:   ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-SITUACAO TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'TOTAL SITUACAO TROCADA:   ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-BANCO TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'TOTAL BANCO LIMPO:        ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-RECERT TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'TOTAL RECERT. ACERTADA:   ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-EXCLUIDAS TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'TOTAL EXCLUIDAS:          ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-REJEITADAS TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'TOTAL RECUSADAS:          ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE SPACES TO LINHA-EXCECAO
           WRITE LINHA-EXCECAO
           WRITE LINHA-EXCECAO FROM LINHA-RODAPE.
       FIM-IMPRIMIR-RODAPE.
           EXIT.

       FECHAR-ARQUIVOS.
           CLOSE ARQ-MESTRE
           CALL 'CNPJ-JORN-FIM'
           CLOSE ARQ-TRANSACAO
           CLOSE ARQ-RELATORIO
           CLOSE ARQ-EXCECAO.
       FIM-FECHAR-ARQUIVOS.
           EXIT.
