      *********    Driver de lote para validar/recertificar os
      *********    digitos verificadores de um arquivo de CNPJs,
      *********    reaproveitando o calculo de CalculoCNPJ.
      *********    OUT/26: consulta o cadastro de lotes (CNPJLTR) e
      *********    recusa lote ja processado; registra o lote aceito.
      *********    OUT/26: grava as contagens do lote ou da fatia nas
      *********    estatisticas por parceiro (CNPJEST) para o CNPJSCO.
      *********    OUT/26: fatia retida no limite de erros (retorno
      *********    acima de 4) pode ser reprocessada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    Os nomes dos arquivos sao resolvidos na partida: o passo
       01  WS-MOTIVO-REJ-LOTE    PIC X(50) VALUE SPACES.
       01  WS-QTDE-DEVOLVIDOS    PIC 9(09) VALUE 0.

      *    Cadastro de lotes recebidos (modulo CNPJLTR): o hash dos
      *    detalhes e acumulado na passada de conferencia e, com a
      *    origem, a data de geracao e a quantidade, identifica o
      *    lote. No lote completo a chave e consultada antes da
      *    classificacao; na fatia vale o lote registrado pelo
      *    CNPJSPL para a mesma origem e data de geracao.
       01  WS-HASH-LOTE          PIC 9(12) VALUE 0.
       01  WS-SITUACAO-LOTE      PIC 9 VALUE 0.
       01  WS-RETORNO-LOTE       PIC 9(02) VALUE 0.
       01  WS-RETORNO-FATIA-ANT  PIC 9(02) VALUE 0.
       COPY CNPJLREG.

      *    Contagens do lote (ou da fatia) para o placar mensal de
      *    qualidade por parceiro, gravadas pelo modulo CNPJEST.
       COPY CNPJEREG.

       01  WS-DV1-CALC           PIC 9.
       01  WS-DV2-CALC           PIC 9.
       01  WS-RET-CALC           PIC 9.
                   FIM-GRAVAR-TRAILER-CORRIGIDO
           PERFORM AVALIAR-RETORNO THRU FIM-AVALIAR-RETORNO
           PERFORM ZERAR-CHECKPOINT THRU FIM-ZERAR-CHECKPOINT
           PERFORM REGISTRAR-LOTE THRU FIM-REGISTRAR-LOTE
           PERFORM GRAVAR-ESTATISTICA THRU FIM-GRAVAR-ESTATISTICA
           PERFORM FECHAR-ARQUIVOS THRU FIM-FECHAR-ARQUIVOS
           PERFORM GRAVAR-HISTORICO THRU FIM-GRAVAR-HISTORICO

               MOVE 'QUANTIDADE DO TRAILER NAO CONFERE'
                   TO WS-MOTIVO-REJ-LOTE
               PERFORM REJEITAR-LOTE THRU FIM-REJEITAR-LOTE
           END-IF
           IF WS-NUMERO-FATIA = 0
               PERFORM CONSULTAR-LOTE THRU FIM-CONSULTAR-LOTE
           ELSE
               PERFORM CONSULTAR-FATIA THRU FIM-CONSULTAR-FATIA
           END-IF.
       FIM-VALIDAR-LOTE.
           EXIT.

      *    Lote ja processado (mesma origem, data de geracao,
      *    quantidade e hash dos detalhes) e recusado como qualquer
      *    lote fora das regras; lote que ja passou pelo CNPJSPL tem
      *    de seguir pelas fatias. Lote registrado com retorno acima
      *    de 4 foi retido no limite de erros e pode ser reprocessado.
       CONSULTAR-LOTE.
           MOVE WS-ORIGEM-LOTE    TO LRG-ORIGEM
           MOVE WS-DATA-LOTE      TO LRG-DATA-GERACAO
           MOVE WS-QTDE-CONTADA   TO LRG-QTDE-DETALHES
           MOVE WS-HASH-LOTE      TO LRG-HASH-DETALHES
           CALL 'CNPJ-LOTE-CONSULTA' USING REG-LOTE-REG
                                           WS-SITUACAO-LOTE
           IF WS-SITUACAO-LOTE = 1
               MOVE SPACES TO WS-MOTIVO-REJ-LOTE
               STRING 'LOTE JA PROCESSADO EM ' LRG-DATA-PROCESSAMENTO
                       DELIMITED BY SIZE INTO WS-MOTIVO-REJ-LOTE
               PERFORM REJEITAR-LOTE THRU FIM-REJEITAR-LOTE
           END-IF
           IF WS-SITUACAO-LOTE = 2
               MOVE SPACES TO WS-MOTIVO-REJ-LOTE
               STRING 'LOTE JA PARTICIONADO EM ' LRG-DATA-PROCESSAMENTO
                       DELIMITED BY SIZE INTO WS-MOTIVO-REJ-LOTE
               PERFORM REJEITAR-LOTE THRU FIM-REJEITAR-LOTE
           END-IF
           IF WS-SITUACAO-LOTE = 3
               DISPLAY 'Lote processado em ' LRG-DATA-PROCESSAMENTO
                       ' com retorno ' LRG-RETORNO ' - reprocessando'
           END-IF
           MOVE WS-ORIGEM-LOTE    TO LRG-ORIGEM
           MOVE WS-DATA-LOTE      TO LRG-DATA-GERACAO
           MOVE WS-QTDE-CONTADA   TO LRG-QTDE-DETALHES
           MOVE WS-HASH-LOTE      TO LRG-HASH-DETALHES.
       FIM-CONSULTAR-LOTE.
           EXIT.

      *    A fatia so e aceita se o lote da mesma origem e data de
      *    geracao foi particionado pelo CNPJSPL e esta fatia ainda
      *    nao foi concluida ou foi retida no limite de erros
      *    (retorno acima de 4) - nesse caso o lote pode ate ja
      *    estar concluido, com o retorno da fatia retida.
       CONSULTAR-FATIA.
           MOVE WS-ORIGEM-LOTE    TO LRG-ORIGEM
           MOVE WS-DATA-LOTE      TO LRG-DATA-GERACAO
           CALL 'CNPJ-LOTE-FATIA' USING REG-LOTE-REG
                                        WS-SITUACAO-LOTE
           IF WS-SITUACAO-LOTE = 0
               MOVE 'LOTE NAO REGISTRADO PELO CNPJSPL'
                   TO WS-MOTIVO-REJ-LOTE
               PERFORM REJEITAR-LOTE THRU FIM-REJEITAR-LOTE
           END-IF
           IF WS-SITUACAO-LOTE = 1
               MOVE SPACES TO WS-MOTIVO-REJ-LOTE
               STRING 'LOTE JA PROCESSADO EM ' LRG-DATA-PROCESSAMENTO
                       DELIMITED BY SIZE INTO WS-MOTIVO-REJ-LOTE
               PERFORM REJEITAR-LOTE THRU FIM-REJEITAR-LOTE
           END-IF
           IF WS-NUMERO-FATIA > LRG-QTDE-FATIAS
               MOVE 'FATIA FORA DO PARTICIONAMENTO DO LOTE'
                   TO WS-MOTIVO-REJ-LOTE
               PERFORM REJEITAR-LOTE THRU FIM-REJEITAR-LOTE
           END-IF
           IF LRG-RETORNO-FATIA(WS-NUMERO-FATIA) = SPACES
               GO TO FIM-CONSULTAR-FATIA
           END-IF
           IF LRG-RETORNO-FATIA(WS-NUMERO-FATIA) NOT NUMERIC
               MOVE 'FATIA JA PROCESSADA' TO WS-MOTIVO-REJ-LOTE
               PERFORM REJEITAR-LOTE THRU FIM-REJEITAR-LOTE
           END-IF
           MOVE LRG-RETORNO-FATIA(WS-NUMERO-FATIA)
               TO WS-RETORNO-FATIA-ANT
           IF WS-RETORNO-FATIA-ANT NOT > 4
               MOVE 'FATIA JA PROCESSADA' TO WS-MOTIVO-REJ-LOTE
               PERFORM REJEITAR-LOTE THRU FIM-REJEITAR-LOTE
           END-IF
           DISPLAY 'Fatia processada em ' LRG-DATA-PROCESSAMENTO
                   ' com retorno ' WS-RETORNO-FATIA-ANT
                   ' - reprocessando'.
       FIM-CONSULTAR-FATIA.
           EXIT.

      *    Registro do lote aceito com o codigo de retorno final; na
      *    fatia, anota o retorno da fatia no lote do CNPJSPL. O
      *    RETURN-CODE do passo e preservado em volta da chamada.
       REGISTRAR-LOTE.
           MOVE RETURN-CODE TO WS-RETORNO-LOTE
           IF WS-NUMERO-FATIA = 0
               MOVE 'CNPJBATCH'     TO LRG-PROGRAMA
               MOVE 0               TO LRG-QTDE-FATIAS
               MOVE SPACES          TO LRG-RETORNOS-FATIAS
               MOVE WS-RETORNO-LOTE TO LRG-RETORNO
               SET LRG-CONCLUIDO TO TRUE
               CALL 'CNPJ-LOTE-REGISTRA' USING REG-LOTE-REG
           ELSE
               CALL 'CNPJ-LOTE-FECHA-FATIA' USING REG-LOTE-REG
                                                  WS-NUMERO-FATIA
                                                  WS-RETORNO-LOTE
           END-IF
           MOVE WS-RETORNO-LOTE TO RETURN-CODE.
       FIM-REGISTRAR-LOTE.
           EXIT.

      *    Contagens do lote no mes da data de geracao do cabecalho.
      *    O lote completo conta como lote recebido; a fatia so traz
      *    os seus detalhes, porque o lote ja foi contado pelo
      *    CNPJSPL. O RETURN-CODE do passo e preservado.
       GRAVAR-ESTATISTICA.
           MOVE RETURN-CODE TO WS-RETORNO-LOTE
           INITIALIZE REG-ESTATISTICA
           MOVE LRG-DATA-GERACAO(1:6) TO EST-ANO-MES
           MOVE LRG-ORIGEM            TO EST-ORIGEM
           SET EST-TIPO-LOTE TO TRUE
           MOVE LRG-DATA-GERACAO      TO EST-DATA-GERACAO
           MOVE LRG-QTDE-DETALHES     TO EST-QTDE-LOTE
           MOVE LRG-HASH-DETALHES     TO EST-HASH-LOTE
           MOVE WS-NUMERO-FATIA       TO EST-FATIA
           MOVE 'CNPJBATCH'           TO EST-PROGRAMA
           IF WS-NUMERO-FATIA = 0
               MOVE 1 TO EST-QTDE-LOTES
           END-IF
           MOVE WS-QTDE-PROCESSADOS TO EST-QTDE-DETALHES
           MOVE WS-QTDE-VALIDOS     TO EST-QTDE-OK
           MOVE WS-QTDE-ERROS       TO EST-QTDE-ERRO
           MOVE WS-QTDE-REJEITADOS  TO EST-QTDE-REJEITADO
           MOVE WS-QTDE-BLOQUEADOS  TO EST-QTDE-BLOQUEADO
           MOVE WS-QTDE-DUPLICADOS  TO EST-QTDE-DUPLICADO
           MOVE WS-QTDE-CORRIGIDOS  TO EST-QTDE-CORRIGIDOS
           CALL 'CNPJ-EST-GRAVA' USING REG-ESTATISTICA
           MOVE WS-RETORNO-LOTE TO RETURN-CODE.
       FIM-GRAVAR-ESTATISTICA.
           EXIT.

       VALIDAR-REGISTRO-LOTE.
           READ ARQ-ENTRADA
               AT END
                       END-IF
                       IF ENT-DETALHE
                           ADD 1 TO WS-QTDE-CONTADA
                           CALL 'CNPJ-LOTE-HASH' USING REG-DETALHE
                                                       WS-HASH-LOTE
                       ELSE
                           IF ENT-TRAILER
                               SET TEM-TRAILER TO TRUE
