       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJJRN.
       AUTHOR.     Moises.
      *********    OUT/26.
      *********    Modulo compartilhado do diario de atualizacoes do
      *********    cadastro mestre: todo programa que grava, regrava
      *********    ou exclui registros do CNPJMST.DAT chama
      *********    CNPJ-JORN-INICIO na partida (para carimbar a
      *********    execucao), CNPJ-JORN-GRAVA antes de cada
      *********    atualizacao, com a acao e as imagens antes e depois
      *********    do registro, e CNPJ-JORN-FIM no encerramento. O
      *********    diario CNPJJRNL.TXT so cresce e e a base do CNPJRCP
      *********    para reconstituir o mestre em uma data/hora ou
      *********    desfazer uma execucao inteira.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-JORNAL ASSIGN TO "CNPJJRNL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JORNAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-JORNAL.
       01  REG-JORN-GRAVA            PIC X(196).

       WORKING-STORAGE SECTION.
       01  WS-FS-JORNAL          PIC X(02) VALUE '00'.
       01  WS-DATA-HORA-ATUAL    PIC X(21) VALUE SPACES.

      *    Execucao carimbada na partida do programa chamador; se o
      *    chamador nao marcou a partida, vale a hora da primeira
      *    atualizacao, para a entrada nunca sair sem identificacao.
       01  WS-EXECUCAO-MARCADA   PIC 9 VALUE 0.
           88 EXECUCAO-MARCADA        VALUE 1.
       01  WS-PROGRAMA           PIC X(09) VALUE SPACES.
       01  WS-DATA-EXECUCAO      PIC 9(08) VALUE 0.
       01  WS-HORA-EXECUCAO      PIC X(06) VALUE SPACES.

      *    O diario fica aberto do primeiro registro ate o
      *    encerramento, para nao reabrir o arquivo a cada
      *    atualizacao da carga noturna.
       01  WS-JORNAL-ABERTO      PIC 9 VALUE 0.
           88 JORNAL-ABERTO           VALUE 1.

       LINKAGE SECTION.
       COPY CNPJJREG.

       PROCEDURE DIVISION.
       INICIO.
           GOBACK.

      *----------------------------------------------------------------*
      *    Carimba a execucao (programa e data/hora de partida) e a    *
      *    devolve no registro, para o chamador poder exibi-la ao      *
      *    operador; deve ser chamado antes da primeira atualizacao.   *
      *----------------------------------------------------------------*
       CNPJ-JORN-INICIO-ENTRY.
       ENTRY 'CNPJ-JORN-INICIO' USING REG-JORNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           MOVE JRN-PROGRAMA TO WS-PROGRAMA
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-EXECUCAO
           MOVE WS-DATA-HORA-ATUAL(9:6) TO WS-HORA-EXECUCAO
           MOVE WS-DATA-EXECUCAO TO JRN-DATA-EXECUCAO
           MOVE WS-HORA-EXECUCAO TO JRN-HORA-EXECUCAO
           SET EXECUCAO-MARCADA TO TRUE.
           GOBACK.

      *----------------------------------------------------------------*
      *    Recebe a acao e as imagens antes/depois preenchidas,        *
      *    completa a identificacao da execucao e o carimbo da         *
      *    atualizacao e anexa a entrada ao CNPJJRNL.TXT. Deve ser     *
      *    chamado antes do WRITE/REWRITE/DELETE: uma entrada sem a    *
      *    atualizacao correspondente e inofensiva na recuperacao (a   *
      *    imagem antes e a propria situacao do registro), uma         *
      *    atualizacao sem entrada nao teria como ser desfeita. Falha  *
      *    de gravacao derruba o passo antes de tocar no mestre.       *
      *----------------------------------------------------------------*
       CNPJ-JORN-GRAVA-ENTRY.
       ENTRY 'CNPJ-JORN-GRAVA' USING REG-JORNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           IF NOT EXECUCAO-MARCADA
               MOVE JRN-PROGRAMA TO WS-PROGRAMA
               MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-EXECUCAO
               MOVE WS-DATA-HORA-ATUAL(9:6) TO WS-HORA-EXECUCAO
               SET EXECUCAO-MARCADA TO TRUE
           END-IF
           MOVE WS-PROGRAMA      TO JRN-PROGRAMA
           MOVE WS-DATA-EXECUCAO TO JRN-DATA-EXECUCAO
           MOVE WS-HORA-EXECUCAO TO JRN-HORA-EXECUCAO
           MOVE WS-DATA-HORA-ATUAL(1:8) TO JRN-DATA-ATUALIZACAO
           MOVE WS-DATA-HORA-ATUAL(9:6) TO JRN-HORA-ATUALIZACAO

           IF NOT JORNAL-ABERTO
               OPEN EXTEND ARQ-JORNAL
               IF WS-FS-JORNAL = '35'
                   OPEN OUTPUT ARQ-JORNAL
                   IF WS-FS-JORNAL NOT = '00'
                       DISPLAY 'ERRO AO CRIAR CNPJJRNL.TXT - STATUS '
                               WS-FS-JORNAL
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               ELSE
                   IF WS-FS-JORNAL NOT = '00'
                       DISPLAY 'ERRO AO ABRIR CNPJJRNL.TXT - STATUS '
                               WS-FS-JORNAL
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               SET JORNAL-ABERTO TO TRUE
           END-IF

           WRITE REG-JORN-GRAVA FROM REG-JORNAL
           IF WS-FS-JORNAL NOT = '00'
               DISPLAY 'ERRO AO GRAVAR CNPJJRNL.TXT - STATUS '
                       WS-FS-JORNAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           GOBACK.

      *----------------------------------------------------------------*
      *    Fecha o diario ao final do programa chamador; sem nenhuma   *
      *    atualizacao na execucao o arquivo nem chegou a ser aberto.  *
      *----------------------------------------------------------------*
       CNPJ-JORN-FIM-ENTRY.
       ENTRY 'CNPJ-JORN-FIM'.
           IF JORNAL-ABERTO
               CLOSE ARQ-JORNAL
               MOVE 0 TO WS-JORNAL-ABERTO
           END-IF.
           GOBACK.
