       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJCSB.
       AUTHOR.     Moises.
      *********    OUT/26.
      *********    Consulta em lote ao cadastro mestre para outros
      *********    sistemas: le o arquivo de pedidos CNPJCSQ.TXT
      *********    (identificacao do pedido no sistema de origem e o
      *********    CNPJ como digitado), consulta cada CNPJ pelo modulo
      *********    CNPJCSM (entrada CNPJ-CONS-MESTRE) e grava em
      *********    CNPJCSR.TXT a identificacao, o CNPJ recebido e a
      *********    area de resultado CNPJCREG. Retorno 4 quando algum
      *********    CNPJ e invalido ou nao cadastrado, 8 quando o
      *********    mestre nao esta disponivel.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDIDO ASSIGN TO "CNPJCSQ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEDIDO.
           SELECT ARQ-RESPOSTA ASSIGN TO "CNPJCSR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESPOSTA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PEDIDO.
       01  REG-PEDIDO.
           02 PED-IDENTIFICACAO      PIC X(20).
           02 PED-CNPJ               PIC X(20).

       FD  ARQ-RESPOSTA.
       01  REG-RESPOSTA.
           02 RSP-IDENTIFICACAO      PIC X(20).
           02 RSP-CNPJ               PIC X(20).
           02 RSP-RESULTADO          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-PEDIDO          PIC X(02) VALUE '00'.
       01  WS-FS-RESPOSTA        PIC X(02) VALUE '00'.

       01  WS-FIM-ARQUIVO        PIC 9 VALUE 0.
           88 FIM-ARQUIVO             VALUE 1.

       01  WS-QTDE-LIDOS         PIC 9(09) VALUE 0.
       01  WS-QTDE-CADASTRADOS   PIC 9(09) VALUE 0.
       01  WS-QTDE-NAO-CADASTR   PIC 9(09) VALUE 0.
       01  WS-QTDE-INVALIDOS     PIC 9(09) VALUE 0.
       01  WS-QTDE-INDISPONIVEIS PIC 9(09) VALUE 0.
       01  WS-QTDE-DV-INCORRETO  PIC 9(09) VALUE 0.
       01  WS-QTDE-BLOQUEADOS    PIC 9(09) VALUE 0.

       COPY CNPJCREG.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQUIVOS THRU FIM-ABRIR-ARQUIVOS

           PERFORM PROCESSAR-PEDIDO THRU FIM-PROCESSAR-PEDIDO
               UNTIL FIM-ARQUIVO

           CALL 'CNPJ-CONS-FIM'
           PERFORM FECHAR-ARQUIVOS THRU FIM-FECHAR-ARQUIVOS

           DISPLAY 'Pedidos lidos:          ' WS-QTDE-LIDOS
           DISPLAY 'Bases cadastradas:      ' WS-QTDE-CADASTRADOS
           DISPLAY 'Bases nao cadastradas:  ' WS-QTDE-NAO-CADASTR
           DISPLAY 'CNPJs invalidos:        ' WS-QTDE-INVALIDOS
           DISPLAY 'Mestre indisponivel:    ' WS-QTDE-INDISPONIVEIS
           DISPLAY 'Digitos incorretos:     ' WS-QTDE-DV-INCORRETO
           DISPLAY 'Raizes bloqueadas:      ' WS-QTDE-BLOQUEADOS

           EVALUATE TRUE
               WHEN WS-QTDE-INDISPONIVEIS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-QTDE-INVALIDOS > 0
                 OR WS-QTDE-NAO-CADASTR > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-PEDIDO
           IF WS-FS-PEDIDO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJCSQ.TXT - STATUS '
                       WS-FS-PEDIDO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-RESPOSTA
           IF WS-FS-RESPOSTA NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJCSR.TXT - STATUS '
                       WS-FS-RESPOSTA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       FIM-ABRIR-ARQUIVOS.
           EXIT.

       PROCESSAR-PEDIDO.
           READ ARQ-PEDIDO
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTDE-LIDOS
                   PERFORM RESPONDER-PEDIDO THRU FIM-RESPONDER-PEDIDO
           END-READ.
       FIM-PROCESSAR-PEDIDO.
           EXIT.

       RESPONDER-PEDIDO.
           CALL 'CNPJ-CONS-MESTRE' USING PED-CNPJ
                                         REG-RESULTADO-CONSULTA
           EVALUATE TRUE
               WHEN RCS-CADASTRADO
                   ADD 1 TO WS-QTDE-CADASTRADOS
               WHEN RCS-NAO-CADASTRADO
                   ADD 1 TO WS-QTDE-NAO-CADASTR
               WHEN RCS-MESTRE-INDISPONIVEL
                   ADD 1 TO WS-QTDE-INDISPONIVEIS
               WHEN OTHER
                   ADD 1 TO WS-QTDE-INVALIDOS
           END-EVALUATE
           IF RCS-DV-INCORRETO
               ADD 1 TO WS-QTDE-DV-INCORRETO
           END-IF
           IF RCS-BLOQUEADA
               ADD 1 TO WS-QTDE-BLOQUEADOS
           END-IF

           MOVE PED-IDENTIFICACAO TO RSP-IDENTIFICACAO
           MOVE PED-CNPJ TO RSP-CNPJ
           MOVE REG-RESULTADO-CONSULTA TO RSP-RESULTADO
           WRITE REG-RESPOSTA
           IF WS-FS-RESPOSTA NOT = '00'
               DISPLAY 'ERRO AO GRAVAR CNPJCSR.TXT - STATUS '
                       WS-FS-RESPOSTA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       FIM-RESPONDER-PEDIDO.
           EXIT.

       FECHAR-ARQUIVOS.
           CLOSE ARQ-PEDIDO
           CLOSE ARQ-RESPOSTA.
       FIM-FECHAR-ARQUIVOS.
           EXIT.
