      *********    da janela. Cada fatia recebe uma copia do cabecalho
      *********    do lote e um trailer proprio com a quantidade de
      *********    detalhes distribuidos para ela.
      *********    OUT/26: consulta o cadastro de lotes (CNPJLTR),
      *********    recusa lote ja processado e registra o lote
      *********    particionado para as fatias do CNPJBATCH.
      *********    OUT/26: conta o lote particionado nas estatisticas
      *********    por parceiro (CNPJEST) para o CNPJSCO.
      *********    OUT/26: passada previa de conferencia do lote, como
      *********    no CNPJBATCH; lote incompleto ou ja processado e
      *********    recusado antes de abrir as fatias, sem truncar as
      *********    fatias de um particionamento em andamento.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              88 ENT-DETALHE          VALUE 'D'.
              88 ENT-TRAILER          VALUE 'T'.
           02 REG-DADOS          PIC X(14).
           02 REG-CABECALHO-LOTE REDEFINES REG-DADOS.
              03 REG-ORIGEM         PIC X(04).
              03 REG-DATA-GERACAO   PIC 9(08).
              03 FILLER             PIC X(02).
           02 REG-TRAILER-LOTE REDEFINES REG-DADOS.
              03 REG-QTDE-INFORMADA PIC 9(09).
              03 FILLER             PIC X(05).

       01  WS-FIM-ARQUIVO        PIC 9 VALUE 0.
           88 FIM-ARQUIVO             VALUE 1.
       01  WS-FIM-VALIDACAO      PIC 9 VALUE 0.
           88 FIM-VALIDACAO           VALUE 1.

       01  WS-QTDE-FATIAS        PIC 9 VALUE 0.
       01  WS-FATIA-ATUAL        PIC 9 VALUE 0.

      *    Mesma conferencia de completude que o CNPJBATCH aplica ao
      *    lote inteiro: a quantidade do trailer original e batida
      *    contra os detalhes contados na passada previa, antes de
      *    abrir as fatias - um lote truncado nao pode ganhar
      *    trailers novos e autoconsistentes por fatia.
       01  WS-QTDE-INFORMADA     PIC 9(09) VALUE 0.
       01  WS-QTDE-CONTADA       PIC 9(09) VALUE 0.
       01  WS-QTDE-DISTRIBUIDOS  PIC 9(09) VALUE 0.
       01  WS-MOTIVO-REJ-LOTE    PIC X(50) VALUE SPACES.

      *    Cadastro de lotes recebidos (modulo CNPJLTR): o lote e
      *    identificado pela origem e data do cabecalho, pela
      *    quantidade de detalhes e pelo hash dos detalhes, acumulado
      *    na passada previa. Lote aceito fica registrado com as
      *    fatias em processamento, para cada fatia do CNPJBATCH
      *    anotar o seu retorno.
       01  WS-ORIGEM-LOTE        PIC X(04) VALUE SPACES.
       01  WS-DATA-LOTE          PIC 9(08) VALUE 0.
       01  WS-HASH-LOTE          PIC 9(12) VALUE 0.
       01  WS-SITUACAO-LOTE      PIC 9 VALUE 0.
       01  WS-RETORNO-LOTE       PIC 9(02) VALUE 0.
       COPY CNPJLREG.

      *    Lote particionado no placar mensal de qualidade por
      *    parceiro; os detalhes sao contados pelas fatias.
       COPY CNPJEREG.

       01  WS-TAB-FATIAS.
           02 WS-QTDE-DETALHES-FATIA OCCURS 4 TIMES PIC 9(09).

               MOVE 0 TO WS-QTDE-DETALHES-FATIA(WS-IND-FATIA)
           END-PERFORM

           PERFORM VALIDAR-LOTE THRU FIM-VALIDAR-LOTE
           PERFORM ABRIR-ARQUIVOS THRU FIM-ABRIR-ARQUIVOS

           PERFORM DISTRIBUIR-REGISTRO THRU FIM-DISTRIBUIR-REGISTRO
               UNTIL FIM-ARQUIVO

           PERFORM GRAVAR-TRAILERS THRU FIM-GRAVAR-TRAILERS
           PERFORM FECHAR-ARQUIVOS THRU FIM-FECHAR-ARQUIVOS
           PERFORM REGISTRAR-LOTE THRU FIM-REGISTRAR-LOTE
           PERFORM GRAVAR-ESTATISTICA THRU FIM-GRAVAR-ESTATISTICA

           PERFORM EXIBIR-TOTAIS THRU FIM-EXIBIR-TOTAIS
           PERFORM GRAVAR-HISTORICO THRU FIM-GRAVAR-HISTORICO
       FIM-GRAVAR-HISTORICO.
           EXIT.

      *    Passada previa de conferencia, so de leitura: o lote
      *    inteiro e conferido e consultado no cadastro de lotes antes
      *    de qualquer fatia ser aberta. Lote recusado deixa intactas
      *    as fatias de um particionamento anterior, que podem estar
      *    em validacao ou esperando o restart do CNPJBATCH.
       VALIDAR-LOTE.
           MOVE 0 TO WS-QTDE-CONTADA
           OPEN INPUT ARQ-ENTRADA
           IF WS-FS-ENTRADA NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJLOTE.TXT - STATUS '
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VALIDAR-REGISTRO-LOTE THRU FIM-VALIDAR-REGISTRO-LOTE
               UNTIL FIM-VALIDACAO

           CLOSE ARQ-ENTRADA

           IF NOT TEM-CABECALHO
               MOVE 'CABECALHO AUSENTE' TO WS-MOTIVO-REJ-LOTE
               PERFORM REJEITAR-PARTICAO THRU FIM-REJEITAR-PARTICAO
           END-IF
           IF NOT TEM-TRAILER
               MOVE 'TRAILER AUSENTE' TO WS-MOTIVO-REJ-LOTE
               PERFORM REJEITAR-PARTICAO THRU FIM-REJEITAR-PARTICAO
           END-IF
           IF WS-QTDE-INFORMADA NOT = WS-QTDE-CONTADA
               MOVE 'QUANTIDADE DO TRAILER NAO CONFERE'
                   TO WS-MOTIVO-REJ-LOTE
               PERFORM REJEITAR-PARTICAO THRU FIM-REJEITAR-PARTICAO
           END-IF
           PERFORM CONSULTAR-LOTE THRU FIM-CONSULTAR-LOTE.
       FIM-VALIDAR-LOTE.
           EXIT.

      *    A leitura segue apos o trailer para denunciar registros
      *    perdidos depois dele.
       VALIDAR-REGISTRO-LOTE.
           READ ARQ-ENTRADA
               AT END
                   SET FIM-VALIDACAO TO TRUE
               NOT AT END
                   IF TEM-TRAILER
                       MOVE 'REGISTRO APOS O TRAILER'
                                   FIM-REJEITAR-PARTICAO
                       END-IF
                       SET TEM-CABECALHO TO TRUE
                       MOVE REG-ORIGEM       TO WS-ORIGEM-LOTE
                       MOVE REG-DATA-GERACAO TO WS-DATA-LOTE
                   ELSE
                       IF NOT TEM-CABECALHO
                           MOVE 'CABECALHO AUSENTE'
                           PERFORM REJEITAR-PARTICAO THRU
                                   FIM-REJEITAR-PARTICAO
                       END-IF
                       IF ENT-DETALHE
                           ADD 1 TO WS-QTDE-CONTADA
                           CALL 'CNPJ-LOTE-HASH' USING REG-DADOS
                                                       WS-HASH-LOTE
                       ELSE
                           IF ENT-TRAILER
                               SET TEM-TRAILER TO TRUE
                               MOVE REG-QTDE-INFORMADA
                                   TO WS-QTDE-INFORMADA
                           ELSE
                               MOVE 'TIPO DE REGISTRO INVALIDO'
                                   TO WS-MOTIVO-REJ-LOTE
                       END-IF
                   END-IF
           END-READ.
       FIM-VALIDAR-REGISTRO-LOTE.
           EXIT.

       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-ENTRADA
           IF WS-FS-ENTRADA NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJLOTE.TXT - STATUS '
                       WS-FS-ENTRADA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-FATIA-1
           IF WS-QTDE-FATIAS >= 2
               OPEN OUTPUT ARQ-FATIA-2
           END-IF
           IF WS-QTDE-FATIAS >= 3
               OPEN OUTPUT ARQ-FATIA-3
           END-IF
           IF WS-QTDE-FATIAS >= 4
               OPEN OUTPUT ARQ-FATIA-4
           END-IF
           IF WS-FS-FATIA-1 NOT = '00' OR WS-FS-FATIA-2 NOT = '00'
              OR WS-FS-FATIA-3 NOT = '00' OR WS-FS-FATIA-4 NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO DE FATIA - STATUS '
                       WS-FS-FATIA-1 ' ' WS-FS-FATIA-2 ' '
                       WS-FS-FATIA-3 ' ' WS-FS-FATIA-4
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       FIM-ABRIR-ARQUIVOS.
           EXIT.

      *    Cabecalho e replicado em todas as fatias; os detalhes sao
      *    distribuidos em rodizio; o trailer do lote ja foi
      *    conferido na passada previa (cada fatia recebera o seu
      *    proprio, com a quantidade que lhe coube).
       DISTRIBUIR-REGISTRO.
           READ ARQ-ENTRADA
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF ENT-CABECALHO
                       MOVE REG-ENTRADA TO WS-REG-SAIDA
                       PERFORM VARYING WS-FATIA-ATUAL FROM 1 BY 1
                               UNTIL WS-FATIA-ATUAL > WS-QTDE-FATIAS
                           PERFORM GRAVAR-NA-FATIA THRU
                                   FIM-GRAVAR-NA-FATIA
                       END-PERFORM
                       MOVE 0 TO WS-FATIA-ATUAL
                   END-IF
                   IF ENT-DETALHE
                       ADD 1 TO WS-FATIA-ATUAL
                       IF WS-FATIA-ATUAL > WS-QTDE-FATIAS
                           MOVE 1 TO WS-FATIA-ATUAL
                       END-IF
                       MOVE REG-ENTRADA TO WS-REG-SAIDA
                       PERFORM GRAVAR-NA-FATIA THRU FIM-GRAVAR-NA-FATIA
                       ADD 1 TO WS-QTDE-DETALHES-FATIA(WS-FATIA-ATUAL)
                       ADD 1 TO WS-QTDE-DISTRIBUIDOS
                   END-IF
           END-READ.
       FIM-DISTRIBUIR-REGISTRO.
           EXIT.

       FIM-REJEITAR-PARTICAO.
           EXIT.

      *    Lote ja processado, ou ja particionado e com fatias em
      *    andamento, nao e particionado de novo: a recusa vem antes
      *    da abertura das fatias, que ficam como estavam. Lote
      *    retido no limite de erros (retorno acima de 4) pode ser
      *    particionado outra vez.
       CONSULTAR-LOTE.
           MOVE WS-ORIGEM-LOTE       TO LRG-ORIGEM
           MOVE WS-DATA-LOTE         TO LRG-DATA-GERACAO
           MOVE WS-QTDE-CONTADA      TO LRG-QTDE-DETALHES
           MOVE WS-HASH-LOTE         TO LRG-HASH-DETALHES
           CALL 'CNPJ-LOTE-CONSULTA' USING REG-LOTE-REG
                                           WS-SITUACAO-LOTE
           IF WS-SITUACAO-LOTE = 1
               MOVE SPACES TO WS-MOTIVO-REJ-LOTE
               STRING 'LOTE JA PROCESSADO EM ' LRG-DATA-PROCESSAMENTO
                       DELIMITED BY SIZE INTO WS-MOTIVO-REJ-LOTE
               PERFORM REJEITAR-PARTICAO THRU FIM-REJEITAR-PARTICAO
           END-IF
           IF WS-SITUACAO-LOTE = 2
               MOVE SPACES TO WS-MOTIVO-REJ-LOTE
               STRING 'LOTE JA PARTICIONADO EM ' LRG-DATA-PROCESSAMENTO
                       DELIMITED BY SIZE INTO WS-MOTIVO-REJ-LOTE
               PERFORM REJEITAR-PARTICAO THRU FIM-REJEITAR-PARTICAO
           END-IF
           IF WS-SITUACAO-LOTE = 3
               DISPLAY 'Lote processado em ' LRG-DATA-PROCESSAMENTO
                       ' com retorno ' LRG-RETORNO ' - reprocessando'
           END-IF
           MOVE WS-ORIGEM-LOTE       TO LRG-ORIGEM
           MOVE WS-DATA-LOTE         TO LRG-DATA-GERACAO
           MOVE WS-QTDE-CONTADA      TO LRG-QTDE-DETALHES
           MOVE WS-HASH-LOTE         TO LRG-HASH-DETALHES.
       FIM-CONSULTAR-LOTE.
           EXIT.

      *    O lote fica registrado com as fatias em processamento; o
      *    retorno final e apurado pelas fatias do CNPJBATCH. O
      *    RETURN-CODE do passo e preservado em volta da chamada.
       REGISTRAR-LOTE.
           MOVE RETURN-CODE TO WS-RETORNO-LOTE
           MOVE 'CNPJSPL'      TO LRG-PROGRAMA
           MOVE WS-QTDE-FATIAS TO LRG-QTDE-FATIAS
           MOVE SPACES         TO LRG-RETORNOS-FATIAS
           MOVE 0              TO LRG-RETORNO
           SET LRG-EM-FATIAS TO TRUE
           CALL 'CNPJ-LOTE-REGISTRA' USING REG-LOTE-REG
           MOVE WS-RETORNO-LOTE TO RETURN-CODE.
       FIM-REGISTRAR-LOTE.
           EXIT.

      *    O lote entra no mes da data de geracao do cabecalho como
      *    fatia 0, com os detalhes zerados: cada fatia do CNPJBATCH
      *    grava as contagens do que processou. O RETURN-CODE do
      *    passo e preservado em volta da chamada.
       GRAVAR-ESTATISTICA.
           MOVE RETURN-CODE TO WS-RETORNO-LOTE
           INITIALIZE REG-ESTATISTICA
           MOVE LRG-DATA-GERACAO(1:6) TO EST-ANO-MES
           MOVE LRG-ORIGEM            TO EST-ORIGEM
           SET EST-TIPO-LOTE TO TRUE
           MOVE LRG-DATA-GERACAO      TO EST-DATA-GERACAO
           MOVE LRG-QTDE-DETALHES     TO EST-QTDE-LOTE
           MOVE LRG-HASH-DETALHES     TO EST-HASH-LOTE
           MOVE 0                     TO EST-FATIA
           MOVE 'CNPJSPL'             TO EST-PROGRAMA
           MOVE 1                     TO EST-QTDE-LOTES
           CALL 'CNPJ-EST-GRAVA' USING REG-ESTATISTICA
           MOVE WS-RETORNO-LOTE TO RETURN-CODE.
       FIM-GRAVAR-ESTATISTICA.
           EXIT.

       GRAVAR-NA-FATIA.
           IF WS-FATIA-ATUAL = 1
               WRITE REG-FATIA-1 FROM WS-REG-SAIDA
