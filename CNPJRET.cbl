      *********    CNPJINQ. Quantidades que nao conciliam com o
      *********    trailer enviado encerram com RETURN-CODE 8 para o
      *********    scheduler segurar a proxima exportacao.
      *********    OUT/26: a regravacao da situacao do banco no mestre
      *********    passa antes pelo diario de atualizacoes (CNPJJRN).
      *********    OUT/26: recusas do banco por origem e codigo de
      *********    recusa gravadas nas estatisticas por parceiro
      *********    (CNPJEST) para o placar mensal CNPJSCO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-CNPJ-MASCARA       PIC X(18) VALUE SPACES.
       01  WS-BASE-RETORNO       PIC X(12) VALUE SPACES.

      *    Recusas do banco por origem da base no mestre, com os
      *    codigos de recusa mais frequentes, para as estatisticas
      *    por parceiro (modulo CNPJEST): um registro por origem no
      *    mes da data de retorno, identificado pelo intercambio
      *    enviado, regravado se o mesmo retorno for conciliado de
      *    novo.
       01  WS-QTDE-ORIGENS       PIC 9(03) VALUE 0.
       01  WS-IND-ORIGEM         PIC 9(03) VALUE 0.
       01  WS-IND-ORIGEM-ACHADA  PIC 9(03) VALUE 0.
       01  WS-IND-MOTIVO         PIC 9(01) VALUE 0.
       01  WS-IND-MOTIVO-ACHADO  PIC 9(01) VALUE 0.
       01  WS-TAB-ORIGENS.
           02 WS-ENT-ORIGEM OCCURS 100 TIMES.
              03 TOR-ORIGEM          PIC X(04).
              03 TOR-QTDE-RECUSADOS  PIC 9(09).
              03 TOR-MOTIVO OCCURS 5 TIMES.
                 04 TOR-MOTIVO-RECUSA PIC X(03).
                 04 TOR-QTDE-MOTIVO  PIC 9(09).
              03 TOR-QTDE-OUTROS     PIC 9(09).
       COPY CNPJEREG.

       01  WS-CONCILIA-FALHOU    PIC 9 VALUE 0.
           88 CONCILIA-FALHOU         VALUE 1.

       01  WS-MAX-LINHAS-PAGINA  PIC 9(03) VALUE 50.
       01  WS-NUM-PAGINA         PIC 9(04) VALUE 0.

      *    Entrada do diario de atualizacoes do mestre, gravada pelo
      *    modulo CNPJJRN antes de cada REWRITE.
       COPY CNPJJREG.

       01  CAB-RELATORIO-1.
           02 FILLER             PIC X(38)
                      VALUE 'CONCILIACAO DE RETORNO    - CNPJRET'.

       PROCEDURE DIVISION.
       INICIO.
           MOVE 'CNPJRET' TO JRN-PROGRAMA
           CALL 'CNPJ-JORN-INICIO' USING REG-JORNAL
           PERFORM ABRIR-ARQUIVOS THRU FIM-ABRIR-ARQUIVOS
           PERFORM CARREGAR-ENVIO THRU FIM-CARREGAR-ENVIO
           PERFORM CONFERIR-ENVIO THRU FIM-CONFERIR-ENVIO
           PERFORM RELATAR-SEM-RESPOSTA THRU FIM-RELATAR-SEM-RESPOSTA
           PERFORM CONCILIAR-TOTAIS THRU FIM-CONCILIAR-TOTAIS
           PERFORM IMPRIMIR-RODAPE THRU FIM-IMPRIMIR-RODAPE
           PERFORM GRAVAR-ESTATISTICA THRU FIM-GRAVAR-ESTATISTICA
           PERFORM FECHAR-ARQUIVOS THRU FIM-FECHAR-ARQUIVOS

           IF CONCILIA-FALHOU
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE REG-MESTRE TO JRN-IMAGEM-ANTES
           IF RET-ACEITO
               MOVE 'ACEITO' TO MST-SITUACAO-BANCO
               MOVE SPACES TO MST-MOTIVO-BANCO
           ELSE
               MOVE 'RECUSADO' TO MST-SITUACAO-BANCO
               MOVE RET-MOTIVO-RECUSA TO MST-MOTIVO-BANCO
               PERFORM ACUMULAR-RECUSA THRU FIM-ACUMULAR-RECUSA
           END-IF
           MOVE WS-DATA-RETORNO TO MST-DATA-RETORNO
           MOVE 'A' TO JRN-ACAO
           MOVE REG-MESTRE TO JRN-IMAGEM-DEPOIS
           CALL 'CNPJ-JORN-GRAVA' USING REG-JORNAL
           REWRITE REG-MESTRE
           IF WS-FS-MESTRE NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR CNPJMST.DAT - STATUS '
       FIM-GRAVAR-SITUACAO-BANCO.
           EXIT.

      *    Recusa somada na origem da base; codigo de recusa alem dos
      *    cinco primeiros da origem vai para outros motivos.
       ACUMULAR-RECUSA.
           MOVE 0 TO WS-IND-ORIGEM-ACHADA
           PERFORM VARYING WS-IND-ORIGEM FROM 1 BY 1
                   UNTIL WS-IND-ORIGEM > WS-QTDE-ORIGENS
                      OR WS-IND-ORIGEM-ACHADA > 0
               IF TOR-ORIGEM(WS-IND-ORIGEM) = MST-ORIGEM
                   MOVE WS-IND-ORIGEM TO WS-IND-ORIGEM-ACHADA
               END-IF
           END-PERFORM
           IF WS-IND-ORIGEM-ACHADA = 0
               IF WS-QTDE-ORIGENS >= 100
                   DISPLAY 'TABELA DE ORIGENS CHEIA - AMPLIAR '
                           'WS-TAB-ORIGENS'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTDE-ORIGENS
               MOVE WS-QTDE-ORIGENS TO WS-IND-ORIGEM-ACHADA
               INITIALIZE WS-ENT-ORIGEM(WS-IND-ORIGEM-ACHADA)
               MOVE MST-ORIGEM TO TOR-ORIGEM(WS-IND-ORIGEM-ACHADA)
           END-IF
           ADD 1 TO TOR-QTDE-RECUSADOS(WS-IND-ORIGEM-ACHADA)

           MOVE 0 TO WS-IND-MOTIVO-ACHADO
           PERFORM VARYING WS-IND-MOTIVO FROM 1 BY 1
                   UNTIL WS-IND-MOTIVO > 5
                      OR WS-IND-MOTIVO-ACHADO > 0
               IF TOR-MOTIVO-RECUSA(WS-IND-ORIGEM-ACHADA,
                                    WS-IND-MOTIVO) = RET-MOTIVO-RECUSA
                  OR TOR-MOTIVO-RECUSA(WS-IND-ORIGEM-ACHADA,
                                       WS-IND-MOTIVO) = SPACES
                   MOVE WS-IND-MOTIVO TO WS-IND-MOTIVO-ACHADO
               END-IF
           END-PERFORM
           IF WS-IND-MOTIVO-ACHADO = 0
               ADD 1 TO TOR-QTDE-OUTROS(WS-IND-ORIGEM-ACHADA)
           ELSE
               MOVE RET-MOTIVO-RECUSA TO
                   TOR-MOTIVO-RECUSA(WS-IND-ORIGEM-ACHADA,
                                     WS-IND-MOTIVO-ACHADO)
               ADD 1 TO TOR-QTDE-MOTIVO(WS-IND-ORIGEM-ACHADA,
                                        WS-IND-MOTIVO-ACHADO)
           END-IF.
       FIM-ACUMULAR-RECUSA.
           EXIT.

      *    Um registro por origem com recusas, no mes da data de
      *    retorno, identificado pela quantidade e pelo hash do
      *    trailer do intercambio enviado.
       GRAVAR-ESTATISTICA.
           PERFORM VARYING WS-IND-ORIGEM FROM 1 BY 1
                   UNTIL WS-IND-ORIGEM > WS-QTDE-ORIGENS
               INITIALIZE REG-ESTATISTICA
               MOVE WS-DATA-RETORNO(1:6)      TO EST-ANO-MES
               MOVE TOR-ORIGEM(WS-IND-ORIGEM) TO EST-ORIGEM
               SET EST-TIPO-BANCO TO TRUE
               MOVE WS-DATA-RETORNO           TO EST-DATA-RETORNO
               MOVE WS-QTDE-TRL-ENVIO         TO EST-QTDE-ENVIO
               MOVE WS-HASH-TRL-ENVIO         TO EST-HASH-ENVIO
               MOVE 'CNPJRET'                 TO EST-PROGRAMA
               MOVE TOR-QTDE-RECUSADOS(WS-IND-ORIGEM)
                   TO EST-QTDE-RECUSADOS
               PERFORM VARYING WS-IND-MOTIVO FROM 1 BY 1
                       UNTIL WS-IND-MOTIVO > 5
                   MOVE TOR-MOTIVO-RECUSA(WS-IND-ORIGEM, WS-IND-MOTIVO)
                       TO EST-MOTIVO-RECUSA(WS-IND-MOTIVO)
                   MOVE TOR-QTDE-MOTIVO(WS-IND-ORIGEM, WS-IND-MOTIVO)
                       TO EST-QTDE-MOTIVO(WS-IND-MOTIVO)
               END-PERFORM
               MOVE TOR-QTDE-OUTROS(WS-IND-ORIGEM)
                   TO EST-QTDE-OUTROS-MOTIVOS
               CALL 'CNPJ-EST-GRAVA' USING REG-ESTATISTICA
           END-PERFORM.
       FIM-GRAVAR-ESTATISTICA.
           EXIT.

      *    Detalhes enviados que o banco nao devolveu: cada um sai no
      *    relatorio para a cobranca junto ao banco, em vez do
      *    telefone e da planilha de antes.
           IF MESTRE-DISPONIVEL
               CLOSE ARQ-MESTRE
           END-IF
           CALL 'CNPJ-JORN-FIM'
           CLOSE ARQ-RELATORIO.
       FIM-FECHAR-ARQUIVOS.
           EXIT.
