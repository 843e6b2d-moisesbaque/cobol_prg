       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJEST.
       AUTHOR.     Moises.
      *********    OUT/26.
      *********    Modulo compartilhado das estatisticas de qualidade
      *********    por parceiro (CNPJESTM.DAT), base do placar mensal
      *********    CNPJSCO. Chamado pelo CNPJBATCH (contagens de cada
      *********    lote ou fatia), pelo CNPJSPL (lote particionado) e
      *********    pelo CNPJRET (recusas do banco por origem). O
      *********    registro de uma unidade ja gravada e substituido,
      *********    para que o reprocessamento de um lote retido nao
      *********    conte duas vezes. O arquivo e aberto e fechado a
      *********    cada chamada, em uso exclusivo, porque as fatias do
      *********    CNPJBATCH rodam em paralelo: arquivo ou registro
      *********    ocupado por outra fatia e esperado e a gravacao
      *********    repetida, ate um limite de tentativas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ESTATISTICA ASSIGN TO "CNPJESTM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRV-CHAVE
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-FS-ESTATISTICA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ESTATISTICA.
       01  REG-EST-GRAVA.
           02 GRV-CHAVE.
              03 GRV-ANO-MES         PIC 9(06).
              03 GRV-ORIGEM          PIC X(04).
              03 GRV-TIPO            PIC X(01).
              03 GRV-DATA-GERACAO    PIC 9(08).
              03 GRV-QTDE-LOTE       PIC 9(09).
              03 GRV-HASH-LOTE       PIC 9(12).
              03 GRV-FATIA           PIC 9(01).
              03 FILLER              PIC X(02).
           02 FILLER                 PIC X(167).

       WORKING-STORAGE SECTION.
       01  WS-FS-ESTATISTICA     PIC X(02) VALUE '00'.
       01  WS-DATA-HORA-ATUAL    PIC X(21) VALUE SPACES.
       01  WS-IND-FATIA          PIC 9(01) VALUE 0.
       01  WS-CHAVE-LOTE         PIC X(43) VALUE SPACES.

      *    Espera pelo arquivo ocupado por outra fatia (status 61 na
      *    abertura, 51 ou 9x no registro): uma pausa de
      *    WS-SEGUNDOS-ESPERA entre as tentativas, no maximo
      *    WS-MAX-TENTATIVAS; esgotadas, e erro como outro qualquer.
       01  WS-ARQUIVO-OCUPADO    PIC 9 VALUE 0.
           88 ARQUIVO-OCUPADO         VALUE 1.
       01  WS-TENTATIVAS         PIC 9(03) VALUE 0.
       01  WS-MAX-TENTATIVAS     PIC 9(03) VALUE 60.
       01  WS-SEGUNDOS-ESPERA    PIC 9(02) VALUE 1.

       LINKAGE SECTION.
       COPY CNPJEREG.

       PROCEDURE DIVISION.
       INICIO.
           GOBACK.

      *----------------------------------------------------------------*
      *    Grava a contribuicao de uma unidade (lote, fatia ou         *
      *    intercambio conciliado) com o registro preenchido pelo      *
      *    chamador, carimbando a data de gravacao. Unidade ja         *
      *    presente e regravada. O registro da fatia 0 representa o    *
      *    lote inteiro: as fatias de uma passagem anterior do mesmo   *
      *    lote sao excluidas, e as fatias da nova passagem gravam as  *
      *    suas contagens depois. Cada unidade tem a sua chave: a      *
      *    repeticao depois de arquivo ocupado regrava a unidade sem   *
      *    tocar nas das outras fatias.                                *
      *----------------------------------------------------------------*
       CNPJ-EST-GRAVA-ENTRY.
       ENTRY 'CNPJ-EST-GRAVA' USING REG-ESTATISTICA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           MOVE WS-DATA-HORA-ATUAL(1:8) TO EST-DATA-GRAVACAO
           MOVE 0 TO WS-TENTATIVAS
           SET ARQUIVO-OCUPADO TO TRUE
           PERFORM GRAVAR-UNIDADE THRU FIM-GRAVAR-UNIDADE
               UNTIL NOT ARQUIVO-OCUPADO.
           GOBACK.

       GRAVAR-UNIDADE.
           PERFORM ESPERAR-VEZ THRU FIM-ESPERAR-VEZ
           PERFORM ABRIR-ATUALIZACAO THRU FIM-ABRIR-ATUALIZACAO
           IF ARQUIVO-OCUPADO
               GO TO FIM-GRAVAR-UNIDADE
           END-IF
           IF EST-TIPO-LOTE AND EST-FATIA = 0
               PERFORM EXCLUIR-FATIAS THRU FIM-EXCLUIR-FATIAS
               IF ARQUIVO-OCUPADO
                   CLOSE ARQ-ESTATISTICA
                   GO TO FIM-GRAVAR-UNIDADE
               END-IF
           END-IF
           MOVE EST-CHAVE TO GRV-CHAVE
           READ ARQ-ESTATISTICA
           PERFORM VERIFICAR-OCUPADO THRU FIM-VERIFICAR-OCUPADO
           IF ARQUIVO-OCUPADO
               CLOSE ARQ-ESTATISTICA
               GO TO FIM-GRAVAR-UNIDADE
           END-IF
           IF WS-FS-ESTATISTICA = '00'
               REWRITE REG-EST-GRAVA FROM REG-ESTATISTICA
           ELSE
               WRITE REG-EST-GRAVA FROM REG-ESTATISTICA
           END-IF
           PERFORM VERIFICAR-OCUPADO THRU FIM-VERIFICAR-OCUPADO
           IF ARQUIVO-OCUPADO
               CLOSE ARQ-ESTATISTICA
               GO TO FIM-GRAVAR-UNIDADE
           END-IF
           IF WS-FS-ESTATISTICA NOT = '00'
               DISPLAY 'ERRO AO GRAVAR CNPJESTM.DAT - STATUS '
                       WS-FS-ESTATISTICA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE ARQ-ESTATISTICA.
       FIM-GRAVAR-UNIDADE.
           EXIT.

      *    Abertura para atualizacao; ocupado volta ao chamador, que
      *    tenta de novo.
       ABRIR-ATUALIZACAO.
           OPEN I-O ARQ-ESTATISTICA
           IF WS-FS-ESTATISTICA = '35'
               OPEN OUTPUT ARQ-ESTATISTICA
               PERFORM VERIFICAR-OCUPADO THRU FIM-VERIFICAR-OCUPADO
               IF ARQUIVO-OCUPADO
                   GO TO FIM-ABRIR-ATUALIZACAO
               END-IF
               IF WS-FS-ESTATISTICA NOT = '00'
                   DISPLAY 'ERRO AO CRIAR CNPJESTM.DAT - STATUS '
                           WS-FS-ESTATISTICA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE ARQ-ESTATISTICA
               OPEN I-O ARQ-ESTATISTICA
           END-IF
           PERFORM VERIFICAR-OCUPADO THRU FIM-VERIFICAR-OCUPADO
           IF ARQUIVO-OCUPADO
               GO TO FIM-ABRIR-ATUALIZACAO
           END-IF
           IF WS-FS-ESTATISTICA NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJESTM.DAT - STATUS '
                       WS-FS-ESTATISTICA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       FIM-ABRIR-ATUALIZACAO.
           EXIT.

      *    Cada tentativa depois da primeira espera a outra fatia
      *    liberar o arquivo; esgotado o limite, o ultimo status
      *    ocupado e erro.
       ESPERAR-VEZ.
           IF WS-TENTATIVAS >= WS-MAX-TENTATIVAS
               DISPLAY 'CNPJESTM.DAT OCUPADO APOS ' WS-TENTATIVAS
                       ' TENTATIVAS - STATUS ' WS-FS-ESTATISTICA
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
           IF WS-FS-ESTATISTICA = '61' OR WS-FS-ESTATISTICA = '51'
              OR WS-FS-ESTATISTICA(1:1) = '9'
               SET ARQUIVO-OCUPADO TO TRUE
           END-IF.
       FIM-VERIFICAR-OCUPADO.
           EXIT.

      *    Fatias 1 a 4 do mesmo lote (mesma chave, mudando so a
      *    fatia); fatia nao gravada antes nao e erro. Registro
      *    ocupado interrompe a exclusao, refeita na nova tentativa.
       EXCLUIR-FATIAS.
           MOVE EST-CHAVE TO WS-CHAVE-LOTE
           PERFORM VARYING WS-IND-FATIA FROM 1 BY 1
                   UNTIL WS-IND-FATIA > 4
                      OR ARQUIVO-OCUPADO
               MOVE WS-CHAVE-LOTE TO GRV-CHAVE
               MOVE WS-IND-FATIA TO GRV-FATIA
               READ ARQ-ESTATISTICA
               IF WS-FS-ESTATISTICA = '00'
                   DELETE ARQ-ESTATISTICA
               END-IF
               PERFORM VERIFICAR-OCUPADO THRU FIM-VERIFICAR-OCUPADO
               IF WS-FS-ESTATISTICA NOT = '00'
                  AND WS-FS-ESTATISTICA NOT = '23'
                  AND NOT ARQUIVO-OCUPADO
                   DISPLAY 'ERRO AO EXCLUIR CNPJESTM.DAT - STATUS '
                           WS-FS-ESTATISTICA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.
       FIM-EXCLUIR-FATIAS.
           EXIT.
