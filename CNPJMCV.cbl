       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJMCV.
       AUTHOR.     Moises.
      *********    OUT/26.
      *********    Conversao unica do cadastro mestre para o layout
      *********    com a situacao cadastral na Receita: o CNPJMST.DAT
      *********    antigo (registro de 63 posicoes) e renomeado pelo
      *********    operador para CNPJMSTA.DAT e este passo o recarrega
      *********    em um CNPJMST.DAT novo no layout corrente do
      *********    CNPJMREG, com a situacao na Receita em espacos e a
      *********    data zerada (base ainda nao conciliada). Roda uma
      *********    vez, antes da primeira carga noturna no layout novo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MESTRE-ANTIGO ASSIGN TO "CNPJMSTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-CNPJ-BASE-12N
               FILE STATUS IS WS-FS-ANTIGO.
           SELECT ARQ-MESTRE ASSIGN TO "CNPJMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CNPJ-BASE-12N
               FILE STATUS IS WS-FS-MESTRE.

       DATA DIVISION.
       FILE SECTION.
      *    Layout anterior do CNPJMREG, ate a data do retorno do banco.
       FD  ARQ-MESTRE-ANTIGO.
       01  REG-MESTRE-ANTIGO.
           02 ANT-CNPJ-BASE-12N      PIC X(12).
           02 ANT-DADOS              PIC X(51).

       FD  ARQ-MESTRE.
       COPY CNPJMREG.

       WORKING-STORAGE SECTION.
       01  WS-FS-ANTIGO          PIC X(02) VALUE '00'.
       01  WS-FS-MESTRE          PIC X(02) VALUE '00'.

       01  WS-FIM-ANTIGO         PIC 9 VALUE 0.
           88 FIM-ANTIGO              VALUE 1.

       01  WS-QTDE-LIDOS         PIC 9(09) VALUE 0.
       01  WS-QTDE-GRAVADOS      PIC 9(09) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQUIVOS THRU FIM-ABRIR-ARQUIVOS

           PERFORM CONVERTER-REGISTRO THRU FIM-CONVERTER-REGISTRO
               UNTIL FIM-ANTIGO

           CLOSE ARQ-MESTRE-ANTIGO
           CLOSE ARQ-MESTRE

           DISPLAY 'Registros lidos do mestre antigo: ' WS-QTDE-LIDOS
           DISPLAY 'Registros gravados no mestre:     '
                   WS-QTDE-GRAVADOS

           IF WS-QTDE-LIDOS NOT = WS-QTDE-GRAVADOS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

      *    O mestre novo e criado vazio: um CNPJMST.DAT ja existente
      *    no layout novo seria sobreposto, por isso o passo so roda
      *    com o antigo presente.
       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-MESTRE-ANTIGO
           IF WS-FS-ANTIGO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJMSTA.DAT - STATUS '
                       WS-FS-ANTIGO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-MESTRE
           IF WS-FS-MESTRE NOT = '00'
               DISPLAY 'ERRO AO CRIAR CNPJMST.DAT - STATUS '
                       WS-FS-MESTRE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       FIM-ABRIR-ARQUIVOS.
           EXIT.

       CONVERTER-REGISTRO.
           READ ARQ-MESTRE-ANTIGO
               AT END
                   SET FIM-ANTIGO TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTDE-LIDOS
                   MOVE SPACES TO REG-MESTRE
                   MOVE REG-MESTRE-ANTIGO TO REG-MESTRE(1:63)
                   MOVE SPACES TO MST-SITUACAO-FISCAL
                   MOVE 0 TO MST-DATA-SIT-FISCAL
                   WRITE REG-MESTRE
                   IF WS-FS-MESTRE NOT = '00'
                       DISPLAY 'ERRO AO GRAVAR CNPJMST.DAT - STATUS '
                               WS-FS-MESTRE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-QTDE-GRAVADOS
           END-READ.
       FIM-CONVERTER-REGISTRO.
           EXIT.
