      *********    CNPJGER (CNPJGER.TXT) em um unico arquivo indexado
      *********    pela base de 12 posicoes, com a situacao corrente
      *********    e as datas de primeira carga e de recertificacao.
      *********    OUT/26: toda inclusao e regravacao do mestre passa
      *********    antes pelo diario de atualizacoes (CNPJJRN), com as
      *********    imagens antes e depois do registro, para o CNPJRCP
      *********    poder desfazer a carga de um CNPJRES.TXT errado.
      *********    OUT/26: ordem LIBERADO (devolvida pelo CNPJLIB) que o
      *********    CNPJGER emite de novo volta a ser reservada como
      *********    GERADO, com a nova data de emissao.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-QTDE-DUPLICADOS    PIC 9(09) VALUE 0.
       01  WS-QTDE-GER-INCLUIDOS PIC 9(09) VALUE 0.
       01  WS-QTDE-GER-EXISTENTES PIC 9(09) VALUE 0.
       01  WS-QTDE-GER-REEMITIDAS PIC 9(09) VALUE 0.

       01  WS-DATA-HORA-ATUAL    PIC X(21) VALUE SPACES.
       01  WS-DATA-HOJE          PIC 9(08) VALUE 0.
      *    gravada pelo modulo CNPJHIS.
       COPY CNPJHREG.

      *    Entrada do diario de atualizacoes do mestre, gravada pelo
      *    modulo CNPJJRN antes de cada WRITE/REWRITE.
       COPY CNPJJREG.

       PROCEDURE DIVISION.
       INICIO.
           CALL 'CNPJ-HIST-INICIO'
           MOVE 'CNPJMST' TO JRN-PROGRAMA
           CALL 'CNPJ-JORN-INICIO' USING REG-JORNAL
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE

           PERFORM CARREGAR-GERADOS THRU FIM-CARREGAR-GERADOS

           CLOSE ARQ-MESTRE
           CALL 'CNPJ-JORN-FIM'

           DISPLAY 'Bases incluidas no mestre:    ' WS-QTDE-INCLUIDOS
           DISPLAY 'Bases recertificadas:         ' WS-QTDE-ATUALIZADOS
                   WS-QTDE-GER-INCLUIDOS
           DISPLAY 'Geradas ja cadastradas:       '
                   WS-QTDE-GER-EXISTENTES
           DISPLAY 'Liberadas reservadas de novo: '
                   WS-QTDE-GER-REEMITIDAS

           PERFORM GRAVAR-HISTORICO THRU FIM-GRAVAR-HISTORICO

           MOVE WS-QTDE-RES-LIDOS TO HIS-QTDE-LIDOS
           COMPUTE WS-QTDE-GRAVADOS = WS-QTDE-INCLUIDOS
                   + WS-QTDE-ATUALIZADOS + WS-QTDE-GER-INCLUIDOS
                   + WS-QTDE-GER-REEMITIDAS
           MOVE WS-QTDE-GRAVADOS TO HIS-QTDE-GRAVADOS
           MOVE 0 TO HIS-QTDE-VALIDOS HIS-QTDE-ERROS
                     HIS-QTDE-REJEITADOS HIS-QTDE-BLOQUEADOS
               MOVE SPACES            TO MST-SITUACAO-BANCO
                                         MST-MOTIVO-BANCO
               MOVE 0                 TO MST-DATA-RETORNO
               MOVE SPACES            TO MST-SITUACAO-FISCAL
               MOVE 0                 TO MST-DATA-SIT-FISCAL
               PERFORM JORNAL-INCLUSAO THRU FIM-JORNAL-INCLUSAO
               WRITE REG-MESTRE
               IF WS-FS-MESTRE NOT = '00'
                   DISPLAY 'ERRO AO INCLUIR NO CNPJMST.DAT - STATUS '
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE REG-MESTRE    TO JRN-IMAGEM-ANTES
               MOVE RES-CNPJ-DV-1 TO MST-CNPJ-DV-1
               MOVE RES-CNPJ-DV-2 TO MST-CNPJ-DV-2
               MOVE RES-SITUACAO  TO MST-SITUACAO
               MOVE RES-ORIGEM    TO MST-ORIGEM
               MOVE WS-DATA-HOJE  TO MST-DATA-RECERT
               MOVE 'A'           TO JRN-ACAO
               MOVE REG-MESTRE    TO JRN-IMAGEM-DEPOIS
               CALL 'CNPJ-JORN-GRAVA' USING REG-JORNAL
               REWRITE REG-MESTRE
               IF WS-FS-MESTRE NOT = '00'
                   DISPLAY 'ERRO AO REGRAVAR CNPJMST.DAT - STATUS '
       FIM-ATUALIZAR-MESTRE.
           EXIT.

      *    Inclusao no diario: nao ha imagem antes, o registro novo
      *    vai inteiro como imagem depois.
       JORNAL-INCLUSAO.
           MOVE 'I'        TO JRN-ACAO
           MOVE SPACES     TO JRN-IMAGEM-ANTES
           MOVE REG-MESTRE TO JRN-IMAGEM-DEPOIS
           CALL 'CNPJ-JORN-GRAVA' USING REG-JORNAL.
       FIM-JORNAL-INCLUSAO.
           EXIT.

      *    Saida do CNPJGER: numeros emitidos entram no mestre com
      *    situacao GERADO e a data em que o lote os emitiu. Uma base
      *    ja cadastrada nao e sobreposta - a classificacao do
      *    CNPJBATCH e a fonte autoritativa da situacao corrente. A
      *    excecao e a ordem LIBERADO: nenhum parceiro a usou, e a
      *    reemissao pelo CNPJGER a reserva de novo.
       CARREGAR-GERADOS.
           MOVE 0 TO WS-FIM-ARQUIVO
           OPEN INPUT ARQ-GERADOS
               MOVE SPACES            TO MST-SITUACAO-BANCO
                                         MST-MOTIVO-BANCO
               MOVE 0                 TO MST-DATA-RETORNO
               MOVE SPACES            TO MST-SITUACAO-FISCAL
               MOVE 0                 TO MST-DATA-SIT-FISCAL
               PERFORM JORNAL-INCLUSAO THRU FIM-JORNAL-INCLUSAO
               WRITE REG-MESTRE
               IF WS-FS-MESTRE NOT = '00'
                   DISPLAY 'ERRO AO INCLUIR NO CNPJMST.DAT - STATUS '
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF MST-SITUACAO = 'LIBERADO'
                   PERFORM RESERVAR-LIBERADA THRU
                           FIM-RESERVAR-LIBERADA
               ELSE
                   ADD 1 TO WS-QTDE-GER-EXISTENTES
               END-IF
           END-IF.
       FIM-INCLUIR-GERADO.
           EXIT.

       RESERVAR-LIBERADA.
           MOVE REG-MESTRE        TO JRN-IMAGEM-ANTES
           MOVE GER-CNPJ-DV-1     TO MST-CNPJ-DV-1
           MOVE GER-CNPJ-DV-2     TO MST-CNPJ-DV-2
           MOVE 'GERADO'          TO MST-SITUACAO
           MOVE 'GERA'            TO MST-ORIGEM
           MOVE GER-DATA-GERACAO  TO MST-DATA-PRIMEIRA
           MOVE GER-DATA-GERACAO  TO MST-DATA-RECERT
           MOVE 'A'               TO JRN-ACAO
           MOVE REG-MESTRE        TO JRN-IMAGEM-DEPOIS
           CALL 'CNPJ-JORN-GRAVA' USING REG-JORNAL
           REWRITE REG-MESTRE
           IF WS-FS-MESTRE NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR CNPJMST.DAT - STATUS '
                       WS-FS-MESTRE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-QTDE-GER-REEMITIDAS.
       FIM-RESERVAR-LIBERADA.
           EXIT.
