       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJLTR.
       AUTHOR.     Moises.
      *********    OUT/26.
      *********    Modulo compartilhado do cadastro de lotes recebidos
      *********    (CNPJLOTR.DAT): calcula o hash dos detalhes de um
      *********    lote, consulta se o lote ja passou pela carga,
      *********    registra o lote aceito com a data de processamento e
      *********    o codigo de retorno final e, no lote particionado,
      *********    anota a conclusao de cada fatia. Chamado pelo
      *********    CNPJBATCH e pelo CNPJSPL, que recusam um lote ja
      *********    processado antes de tocar em qualquer saida. O
      *********    arquivo e aberto e fechado a cada chamada, em uso
      *********    exclusivo, porque as fatias do CNPJBATCH rodam em
      *********    paralelo: arquivo ou registro ocupado por outra
      *********    fatia e esperado e a operacao repetida, relendo o
      *********    registro, ate um limite de tentativas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-REGISTRO ASSIGN TO "CNPJLOTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRV-CHAVE
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-FS-REGISTRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-REGISTRO.
       01  REG-LOTE-GRAVA.
           02 GRV-CHAVE.
              03 GRV-ORIGEM          PIC X(04).
              03 GRV-DATA-GERACAO    PIC 9(08).
              03 FILLER              PIC X(21).
           02 FILLER                 PIC X(35).

       WORKING-STORAGE SECTION.
       01  WS-FS-REGISTRO        PIC X(02) VALUE '00'.
       01  WS-DATA-HORA-ATUAL    PIC X(21) VALUE SPACES.

       01  WS-FIM-REGISTRO       PIC 9 VALUE 0.
           88 FIM-REGISTRO            VALUE 1.
       01  WS-REGISTRO-AUSENTE   PIC 9 VALUE 0.
           88 REGISTRO-AUSENTE        VALUE 1.

      *    Espera pelo arquivo ocupado por outra fatia (status 61 na
      *    abertura, 51 ou 9x no registro): uma pausa de
      *    WS-SEGUNDOS-ESPERA entre as tentativas, no maximo
      *    WS-MAX-TENTATIVAS; esgotadas, e erro como outro qualquer.
       01  WS-ARQUIVO-OCUPADO    PIC 9 VALUE 0.
           88 ARQUIVO-OCUPADO         VALUE 1.
       01  WS-TENTATIVAS         PIC 9(03) VALUE 0.
       01  WS-MAX-TENTATIVAS     PIC 9(03) VALUE 60.
       01  WS-SEGUNDOS-ESPERA    PIC 9(02) VALUE 1.
       01  WS-LOTE-ANTERIOR      PIC X(68) VALUE SPACES.

      *    Hash dos detalhes: polinomio de base 31 sobre as 14
      *    posicoes de cada detalhe, na ordem do arquivo, reduzido
      *    modulo o maior primo de 12 digitos.
       01  WS-IND-POSICAO        PIC 9(02) VALUE 0.
       01  WS-HASH-TRABALHO      PIC 9(14) VALUE 0.

       01  WS-ORIGEM-PROCURADA   PIC X(04) VALUE SPACES.
       01  WS-DATA-PROCURADA     PIC 9(08) VALUE 0.
       01  WS-IND-FATIA          PIC 9(01) VALUE 0.
       01  WS-FATIAS-CONCLUIDAS  PIC 9(01) VALUE 0.
       01  WS-RETORNO-NUMERICO   PIC 9(02) VALUE 0.

       LINKAGE SECTION.
       COPY CNPJLREG.
       01  LK-DETALHE-LOTE       PIC X(14).
       01  LK-HASH-LOTE          PIC 9(12).
      *    Situacao devolvida pelas consultas: 0 = lote nao
      *    registrado, 1 = lote ja processado, 2 = lote particionado
      *    com fatias em processamento, 3 = lote processado com
      *    retorno acima de 4 (retido no limite de erros; pode ser
      *    reprocessado depois de ajustado o parametro).
       01  LK-SITUACAO-LOTE      PIC 9.
       01  LK-FATIA-LOTE         PIC 9.
       01  LK-RETORNO-LOTE       PIC 9(02).

       PROCEDURE DIVISION.
       INICIO.
           GOBACK.

      *----------------------------------------------------------------*
      *    Acumula um detalhe (14 posicoes apos o tipo de registro)    *
      *    no hash do lote. O chamador zera o hash antes do primeiro   *
      *    detalhe e chama o modulo para cada detalhe, na ordem do     *
      *    arquivo.                                                    *
      *----------------------------------------------------------------*
       CNPJ-LOTE-HASH-ENTRY.
       ENTRY 'CNPJ-LOTE-HASH' USING LK-DETALHE-LOTE
                                    LK-HASH-LOTE.
           PERFORM VARYING WS-IND-POSICAO FROM 1 BY 1
                   UNTIL WS-IND-POSICAO > 14
               COMPUTE WS-HASH-TRABALHO = LK-HASH-LOTE * 31
                   + FUNCTION ORD(LK-DETALHE-LOTE(WS-IND-POSICAO:1))
               COMPUTE LK-HASH-LOTE =
                   FUNCTION MOD(WS-HASH-TRABALHO, 999999999989)
           END-PERFORM.
           GOBACK.

      *----------------------------------------------------------------*
      *    Consulta o lote pela chave completa (origem, data de        *
      *    geracao, quantidade e hash preenchidos pelo chamador).      *
      *    Encontrado, o registro volta preenchido; cadastro ainda     *
      *    inexistente vale como lote nao registrado.                  *
      *----------------------------------------------------------------*
       CNPJ-LOTE-CONSULTA-ENTRY.
       ENTRY 'CNPJ-LOTE-CONSULTA' USING REG-LOTE-REG
                                        LK-SITUACAO-LOTE.
           MOVE 0 TO LK-SITUACAO-LOTE
           PERFORM ABRIR-LEITURA THRU FIM-ABRIR-LEITURA
           IF NOT REGISTRO-AUSENTE
               MOVE LRG-CHAVE TO GRV-CHAVE
               READ ARQ-REGISTRO INTO REG-LOTE-REG
               IF WS-FS-REGISTRO = '00'
                   PERFORM CLASSIFICAR-LOTE THRU FIM-CLASSIFICAR-LOTE
               ELSE
                   IF WS-FS-REGISTRO NOT = '23'
                       DISPLAY 'ERRO AO LER CNPJLOTR.DAT - STATUS '
                               WS-FS-REGISTRO
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               CLOSE ARQ-REGISTRO
           END-IF.
           GOBACK.

      *----------------------------------------------------------------*
      *    Consulta da fatia: o cabecalho replicado na fatia so traz   *
      *    origem e data de geracao; o modulo procura o lote dessa     *
      *    origem e data registrado pelo CNPJSPL com fatias em         *
      *    processamento (situacao 2) e devolve o registro. Sem lote   *
      *    em processamento, devolve 3 se houver lote particionado     *
      *    concluido com retorno acima de 4 (fatia retida no limite de *
      *    erros, que pode ser reprocessada), 1 se houver outro lote   *
      *    concluido com essa origem e data, ou 0 se nada foi          *
      *    registrado.                                                 *
      *----------------------------------------------------------------*
       CNPJ-LOTE-FATIA-ENTRY.
       ENTRY 'CNPJ-LOTE-FATIA' USING REG-LOTE-REG
                                     LK-SITUACAO-LOTE.
           MOVE 0 TO LK-SITUACAO-LOTE
           MOVE LRG-ORIGEM TO WS-ORIGEM-PROCURADA
           MOVE LRG-DATA-GERACAO TO WS-DATA-PROCURADA
           PERFORM ABRIR-LEITURA THRU FIM-ABRIR-LEITURA
           IF NOT REGISTRO-AUSENTE
               MOVE LOW-VALUES TO GRV-CHAVE
               MOVE WS-ORIGEM-PROCURADA TO GRV-ORIGEM
               MOVE WS-DATA-PROCURADA TO GRV-DATA-GERACAO
               MOVE 0 TO WS-FIM-REGISTRO
               START ARQ-REGISTRO KEY IS NOT LESS THAN GRV-CHAVE
                   INVALID KEY
                       SET FIM-REGISTRO TO TRUE
               END-START
               PERFORM PROCURAR-FATIAS THRU FIM-PROCURAR-FATIAS
                   UNTIL FIM-REGISTRO
               CLOSE ARQ-REGISTRO
           END-IF
           IF LK-SITUACAO-LOTE = 0
               MOVE WS-ORIGEM-PROCURADA TO LRG-ORIGEM
               MOVE WS-DATA-PROCURADA TO LRG-DATA-GERACAO
           END-IF.
           GOBACK.

      *----------------------------------------------------------------*
      *    Registra o lote com o registro preenchido pelo chamador,    *
      *    carimbando a data/hora de processamento. Lote ja presente   *
      *    (reprocessamento de um lote retido) e regravado.            *
      *----------------------------------------------------------------*
       CNPJ-LOTE-REGISTRA-ENTRY.
       ENTRY 'CNPJ-LOTE-REGISTRA' USING REG-LOTE-REG.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           MOVE WS-DATA-HORA-ATUAL(1:8) TO LRG-DATA-PROCESSAMENTO
           MOVE WS-DATA-HORA-ATUAL(9:6) TO LRG-HORA-PROCESSAMENTO
           PERFORM INICIAR-TENTATIVAS THRU FIM-INICIAR-TENTATIVAS
           PERFORM GRAVAR-LOTE THRU FIM-GRAVAR-LOTE
               UNTIL NOT ARQUIVO-OCUPADO.
           GOBACK.

      *----------------------------------------------------------------*
      *    Conclusao de uma fatia: o registro e relido no cadastro     *
      *    (outra fatia pode te-lo atualizado desde a consulta), o     *
      *    retorno da fatia e anotado, o retorno do lote e recalculado *
      *    como o maior entre as fatias concluidas e, com todas        *
      *    concluidas, o lote fica como processado; faltando alguma,   *
      *    volta a ficar com fatias em processamento. A fatia retida   *
      *    no limite de erros e reprocessada sobre o lote concluido e  *
      *    troca o seu retorno anterior.                               *
      *----------------------------------------------------------------*
       CNPJ-LOTE-FECHA-FATIA-ENTRY.
       ENTRY 'CNPJ-LOTE-FECHA-FATIA' USING REG-LOTE-REG
                                           LK-FATIA-LOTE
                                           LK-RETORNO-LOTE.
           PERFORM INICIAR-TENTATIVAS THRU FIM-INICIAR-TENTATIVAS
           PERFORM ANOTAR-FATIA THRU FIM-ANOTAR-FATIA
               UNTIL NOT ARQUIVO-OCUPADO.
           GOBACK.

      *    Registro do lote, novo ou regravado; outra fatia com o
      *    arquivo aberto deixa a tentativa para depois.
       GRAVAR-LOTE.
           PERFORM ESPERAR-VEZ THRU FIM-ESPERAR-VEZ
           PERFORM ABRIR-ATUALIZACAO THRU FIM-ABRIR-ATUALIZACAO
           IF ARQUIVO-OCUPADO
               GO TO FIM-GRAVAR-LOTE
           END-IF
           MOVE LRG-CHAVE TO GRV-CHAVE
           READ ARQ-REGISTRO
           PERFORM VERIFICAR-OCUPADO THRU FIM-VERIFICAR-OCUPADO
           IF ARQUIVO-OCUPADO
               CLOSE ARQ-REGISTRO
               GO TO FIM-GRAVAR-LOTE
           END-IF
           IF WS-FS-REGISTRO = '00'
               REWRITE REG-LOTE-GRAVA FROM REG-LOTE-REG
           ELSE
               WRITE REG-LOTE-GRAVA FROM REG-LOTE-REG
           END-IF
           PERFORM VERIFICAR-OCUPADO THRU FIM-VERIFICAR-OCUPADO
           IF ARQUIVO-OCUPADO
               CLOSE ARQ-REGISTRO
               GO TO FIM-GRAVAR-LOTE
           END-IF
           IF WS-FS-REGISTRO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR CNPJLOTR.DAT - STATUS '
                       WS-FS-REGISTRO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE ARQ-REGISTRO.
       FIM-GRAVAR-LOTE.
           EXIT.

      *    Anotacao do retorno da fatia sobre o registro relido depois
      *    de obtido o arquivo: as fatias que fecharam antes ficam.
       ANOTAR-FATIA.
           PERFORM ESPERAR-VEZ THRU FIM-ESPERAR-VEZ
           PERFORM ABRIR-ATUALIZACAO THRU FIM-ABRIR-ATUALIZACAO
           IF ARQUIVO-OCUPADO
               GO TO FIM-ANOTAR-FATIA
           END-IF
           MOVE LRG-CHAVE TO GRV-CHAVE
           READ ARQ-REGISTRO INTO REG-LOTE-REG
           PERFORM VERIFICAR-OCUPADO THRU FIM-VERIFICAR-OCUPADO
           IF ARQUIVO-OCUPADO
               CLOSE ARQ-REGISTRO
               GO TO FIM-ANOTAR-FATIA
           END-IF
           IF WS-FS-REGISTRO NOT = '00'
               DISPLAY 'ERRO AO LER CNPJLOTR.DAT - STATUS '
                       WS-FS-REGISTRO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LK-RETORNO-LOTE TO LRG-RETORNO-FATIA(LK-FATIA-LOTE)
           MOVE 0 TO WS-FATIAS-CONCLUIDAS LRG-RETORNO
           PERFORM VARYING WS-IND-FATIA FROM 1 BY 1
                   UNTIL WS-IND-FATIA > LRG-QTDE-FATIAS
               IF LRG-RETORNO-FATIA(WS-IND-FATIA) NOT = SPACES
                   ADD 1 TO WS-FATIAS-CONCLUIDAS
                   MOVE LRG-RETORNO-FATIA(WS-IND-FATIA)
                       TO WS-RETORNO-NUMERICO
                   IF WS-RETORNO-NUMERICO > LRG-RETORNO
                       MOVE WS-RETORNO-NUMERICO TO LRG-RETORNO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FATIAS-CONCLUIDAS >= LRG-QTDE-FATIAS
               SET LRG-CONCLUIDO TO TRUE
           ELSE
               SET LRG-EM-FATIAS TO TRUE
           END-IF
           REWRITE REG-LOTE-GRAVA FROM REG-LOTE-REG
           PERFORM VERIFICAR-OCUPADO THRU FIM-VERIFICAR-OCUPADO
           IF ARQUIVO-OCUPADO
               CLOSE ARQ-REGISTRO
               GO TO FIM-ANOTAR-FATIA
           END-IF
           IF WS-FS-REGISTRO NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR CNPJLOTR.DAT - STATUS '
                       WS-FS-REGISTRO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE ARQ-REGISTRO.
       FIM-ANOTAR-FATIA.
           EXIT.

      *    Cadastro inexistente (primeiro lote da instalacao) nao e
      *    erro na consulta: nenhum lote foi registrado ainda.
      *    Arquivo ocupado por outra fatia e esperado.
       ABRIR-LEITURA.
           MOVE 0 TO WS-REGISTRO-AUSENTE
           PERFORM INICIAR-TENTATIVAS THRU FIM-INICIAR-TENTATIVAS
           PERFORM TENTAR-LEITURA THRU FIM-TENTAR-LEITURA
               UNTIL NOT ARQUIVO-OCUPADO.
       FIM-ABRIR-LEITURA.
           EXIT.

       TENTAR-LEITURA.
           PERFORM ESPERAR-VEZ THRU FIM-ESPERAR-VEZ
           OPEN INPUT ARQ-REGISTRO
           IF WS-FS-REGISTRO = '35'
               SET REGISTRO-AUSENTE TO TRUE
               GO TO FIM-TENTAR-LEITURA
           END-IF
           PERFORM VERIFICAR-OCUPADO THRU FIM-VERIFICAR-OCUPADO
           IF ARQUIVO-OCUPADO
               GO TO FIM-TENTAR-LEITURA
           END-IF
           IF WS-FS-REGISTRO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJLOTR.DAT - STATUS '
                       WS-FS-REGISTRO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       FIM-TENTAR-LEITURA.
           EXIT.

      *    Abertura para atualizacao; ocupado volta ao chamador, que
      *    tenta de novo.
       ABRIR-ATUALIZACAO.
           OPEN I-O ARQ-REGISTRO
           IF WS-FS-REGISTRO = '35'
               OPEN OUTPUT ARQ-REGISTRO
               PERFORM VERIFICAR-OCUPADO THRU FIM-VERIFICAR-OCUPADO
               IF ARQUIVO-OCUPADO
                   GO TO FIM-ABRIR-ATUALIZACAO
               END-IF
               IF WS-FS-REGISTRO NOT = '00'
                   DISPLAY 'ERRO AO CRIAR CNPJLOTR.DAT - STATUS '
                           WS-FS-REGISTRO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE ARQ-REGISTRO
               OPEN I-O ARQ-REGISTRO
           END-IF
           PERFORM VERIFICAR-OCUPADO THRU FIM-VERIFICAR-OCUPADO
           IF ARQUIVO-OCUPADO
               GO TO FIM-ABRIR-ATUALIZACAO
           END-IF
           IF WS-FS-REGISTRO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJLOTR.DAT - STATUS '
                       WS-FS-REGISTRO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       FIM-ABRIR-ATUALIZACAO.
           EXIT.

       INICIAR-TENTATIVAS.
           MOVE 0 TO WS-TENTATIVAS
           SET ARQUIVO-OCUPADO TO TRUE.
       FIM-INICIAR-TENTATIVAS.
           EXIT.

      *    Cada tentativa depois da primeira espera a outra fatia
      *    liberar o arquivo; esgotado o limite, o ultimo status
      *    ocupado e erro.
       ESPERAR-VEZ.
           IF WS-TENTATIVAS >= WS-MAX-TENTATIVAS
               DISPLAY 'CNPJLOTR.DAT OCUPADO APOS ' WS-TENTATIVAS
                       ' TENTATIVAS - STATUS ' WS-FS-REGISTRO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TENTATIVAS > 0
               CALL 'C$SLEEP' USING WS-SEGUNDOS-ESPERA
           END-IF
           ADD 1 TO WS-TENTATIVAS
           MOVE 0 TO WS-ARQUIVO-OCUPADO.
       FIM-ESPERAR-VEZ.
           EXIT.

       VERIFICAR-OCUPADO.
           IF WS-FS-REGISTRO = '61' OR WS-FS-REGISTRO = '51'
              OR WS-FS-REGISTRO(1:1) = '9'
               SET ARQUIVO-OCUPADO TO TRUE
           END-IF.
       FIM-VERIFICAR-OCUPADO.
           EXIT.

       CLASSIFICAR-LOTE.
           IF LRG-EM-FATIAS
               MOVE 2 TO LK-SITUACAO-LOTE
           ELSE
               IF LRG-RETORNO > 4
                   MOVE 3 TO LK-SITUACAO-LOTE
               ELSE
                   MOVE 1 TO LK-SITUACAO-LOTE
               END-IF
           END-IF.
       FIM-CLASSIFICAR-LOTE.
           EXIT.

      *    Percorre os lotes da origem e data procuradas; o primeiro
      *    com fatias em processamento encerra a busca. Lote
      *    particionado concluido acima de 4, como no
      *    CLASSIFICAR-LOTE, vale 3 e nao e trocado por outro lote
      *    concluido da mesma origem e data.
       PROCURAR-FATIAS.
           READ ARQ-REGISTRO NEXT RECORD
               AT END
                   SET FIM-REGISTRO TO TRUE
                   GO TO FIM-PROCURAR-FATIAS
           END-READ
           IF GRV-ORIGEM NOT = WS-ORIGEM-PROCURADA
              OR GRV-DATA-GERACAO NOT = WS-DATA-PROCURADA
               SET FIM-REGISTRO TO TRUE
               GO TO FIM-PROCURAR-FATIAS
           END-IF
           MOVE REG-LOTE-REG TO WS-LOTE-ANTERIOR
           MOVE REG-LOTE-GRAVA TO REG-LOTE-REG
           IF LRG-EM-FATIAS
               MOVE 2 TO LK-SITUACAO-LOTE
               SET FIM-REGISTRO TO TRUE
               GO TO FIM-PROCURAR-FATIAS
           END-IF
           IF LK-SITUACAO-LOTE = 3
               MOVE WS-LOTE-ANTERIOR TO REG-LOTE-REG
               GO TO FIM-PROCURAR-FATIAS
           END-IF
           IF LRG-QTDE-FATIAS > 0 AND LRG-RETORNO > 4
               MOVE 3 TO LK-SITUACAO-LOTE
           ELSE
               MOVE 1 TO LK-SITUACAO-LOTE
           END-IF.
       FIM-PROCURAR-FATIAS.
           EXIT.
