      *********    escalamos. A pagina de resumo ranqueia as piores
      *********    familias por quantidade de erros, para a reuniao
      *********    semanal ter pauta em vez de listagem de filiais.
      *********    OUT/26: ordens por raiz reservadas (GER), liberadas
      *********    pelo CNPJLIB (LIB) e usadas (as demais filiais), para
      *********    ver quais parceiros pedem numeros demais ao CNPJGER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-FAM-REJEITADO      PIC 9(09) VALUE 0.
       01  WS-FAM-GERADO         PIC 9(09) VALUE 0.
       01  WS-FAM-BLOQUEADO      PIC 9(09) VALUE 0.
       01  WS-FAM-LIBERADO       PIC 9(09) VALUE 0.
       01  WS-FAM-USADAS         PIC 9(09) VALUE 0.
       01  WS-FAM-RECERT-ANTIGA  PIC 9(08) VALUE 0.

       01  WS-QTDE-LIDOS         PIC 9(09) VALUE 0.
       01  WS-QTDE-FAMILIAS      PIC 9(09) VALUE 0.
       01  WS-QTDE-MISTAS        PIC 9(09) VALUE 0.
       01  WS-QTDE-RESERVADAS    PIC 9(09) VALUE 0.
       01  WS-QTDE-LIBERADAS     PIC 9(09) VALUE 0.

      *    Ranking das piores familias por quantidade de erros, para a
      *    pagina de resumo; insercao ordenada mantendo as 20 maiores.
           02 FILLER             PIC X(09) VALUE 'PAGINA: '.
           02 CAB-PAGINA         PIC ZZZ9.
       01  CAB-RELATORIO-2       PIC X(80) VALUE
               'RAIZ     FILIAIS     OK   ERRO    REJ    GER   BLOQ    L
      -        'IB USADAS RECERT   MISTA'.

       01  LINHA-DETALHE.
           02 LD-RAIZ            PIC X(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LD-BLOQUEADO       PIC ZZZZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LD-LIBERADO        PIC ZZZZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LD-USADAS          PIC ZZZZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LD-RECERT-ANTIGA   PIC 9(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LD-MISTA           PIC X(05).
           SET TEM-FAMILIA TO TRUE
           MOVE 0 TO WS-FAM-FILIAIS WS-FAM-OK WS-FAM-ERRO
                     WS-FAM-REJEITADO WS-FAM-GERADO WS-FAM-BLOQUEADO
                     WS-FAM-LIBERADO
           MOVE 99999999 TO WS-FAM-RECERT-ANTIGA.
       FIM-ABRIR-FAMILIA.
           EXIT.
           IF MST-SITUACAO = 'BLOQUEADO'
               ADD 1 TO WS-FAM-BLOQUEADO
           END-IF
           IF MST-SITUACAO = 'LIBERADO'
               ADD 1 TO WS-FAM-LIBERADO
               GO TO FIM-ACUMULAR-FILIAL
           END-IF
           IF MST-DATA-RECERT < WS-FAM-RECERT-ANTIGA
               MOVE MST-DATA-RECERT TO WS-FAM-RECERT-ANTIGA
           END-IF.
           MOVE WS-FAM-REJEITADO TO LD-REJEITADO
           MOVE WS-FAM-GERADO TO LD-GERADO
           MOVE WS-FAM-BLOQUEADO TO LD-BLOQUEADO
           MOVE WS-FAM-LIBERADO TO LD-LIBERADO
           COMPUTE WS-FAM-USADAS = WS-FAM-FILIAIS - WS-FAM-GERADO
                                   - WS-FAM-LIBERADO
           MOVE WS-FAM-USADAS TO LD-USADAS
           ADD WS-FAM-GERADO TO WS-QTDE-RESERVADAS
           ADD WS-FAM-LIBERADO TO WS-QTDE-LIBERADAS
      *    Familia so com ordens liberadas nao tem recertificacao.
           IF WS-FAM-RECERT-ANTIGA = 99999999
               MOVE 0 TO WS-FAM-RECERT-ANTIGA
           END-IF
           MOVE WS-FAM-RECERT-ANTIGA TO LD-RECERT-ANTIGA
           IF WS-FAM-OK > 0 AND WS-FAM-ERRO > 0
               MOVE 'MISTA' TO LD-MISTA
           MOVE SPACES TO LINHA-RODAPE
           STRING 'TOTAL FAMILIAS MISTAS:    ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-RESERVADAS TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'TOTAL ORDENS RESERVADAS:  ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-LIBERADAS TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'TOTAL ORDENS LIBERADAS:   ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE.
       FIM-IMPRIMIR-RODAPE.
           EXIT.
