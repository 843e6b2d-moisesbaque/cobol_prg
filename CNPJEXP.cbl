      *********    trailer com quantidade e hash das posicoes
      *********    numericas, para conferencia de integridade pelo
      *********    receptor.
      *********    OUT/26: cada CNPJ exportado e acrescentado tambem ao
      *********    cadastro cumulativo CNPJEXPH.TXT (base, DVs, origem
      *********    e data da exportacao), base do envelhecimento das
      *********    respostas do banco no CNPJSLA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-EXPORTACAO ASSIGN TO "CNPJEXP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXPORTACAO.
           SELECT ARQ-EXPORTADOS ASSIGN TO "CNPJEXPH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXPORTADOS.

       DATA DIVISION.
       FILE SECTION.
           02 EXT-QTDE-DETALHES      PIC 9(09).
           02 EXT-HASH-NUMERICO      PIC 9(15).

       FD  ARQ-EXPORTADOS.
       COPY CNPJXREG.

       WORKING-STORAGE SECTION.
       01  WS-FS-RESULTADO       PIC X(02) VALUE '00'.
       01  WS-FS-EXPORTACAO      PIC X(02) VALUE '00'.
       01  WS-FS-EXPORTADOS      PIC X(02) VALUE '00'.

       01  WS-FIM-ARQUIVO        PIC 9 VALUE 0.
           88 FIM-ARQUIVO             VALUE 1.
                       WS-FS-EXPORTACAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    Cadastro cumulativo: cada execucao acrescenta ao final; na
      *    primeira execucao o arquivo ainda nao existe e e criado.
           OPEN EXTEND ARQ-EXPORTADOS
           IF WS-FS-EXPORTADOS = '35'
               OPEN OUTPUT ARQ-EXPORTADOS
           END-IF
           IF WS-FS-EXPORTADOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJEXPH.TXT - STATUS '
                       WS-FS-EXPORTADOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       FIM-ABRIR-ARQUIVOS.
           EXIT.
               STOP RUN
           END-IF
           ADD 1 TO WS-QTDE-EXPORTADOS
           PERFORM ACUMULAR-HASH THRU FIM-ACUMULAR-HASH
           PERFORM REGISTRAR-EXPORTADO THRU FIM-REGISTRAR-EXPORTADO.
       FIM-EXPORTAR-REGISTRO.
           EXIT.

       FIM-ACUMULAR-HASH.
           EXIT.

       REGISTRAR-EXPORTADO.
           MOVE RES-CNPJ-BASE-12N TO EXH-CNPJ-BASE-12N
           MOVE RES-CNPJ-DV-1 TO EXH-CNPJ-DV-1
           MOVE RES-CNPJ-DV-2 TO EXH-CNPJ-DV-2
           MOVE RES-ORIGEM TO EXH-ORIGEM
           MOVE WS-DATA-HORA-ATUAL(1:8) TO EXH-DATA-EXPORTACAO
           WRITE REG-EXPORTADO
           IF WS-FS-EXPORTADOS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR CNPJEXPH.TXT - STATUS '
                       WS-FS-EXPORTADOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       FIM-REGISTRAR-EXPORTADO.
           EXIT.

       GRAVAR-TRAILER.
           MOVE 'T' TO EXT-TIPO-REGISTRO
           MOVE WS-QTDE-EXPORTADOS TO EXT-QTDE-DETALHES

       FECHAR-ARQUIVOS.
           CLOSE ARQ-RESULTADO
           CLOSE ARQ-EXPORTACAO
           CLOSE ARQ-EXPORTADOS.
       FIM-FECHAR-ARQUIVOS.
           EXIT.
