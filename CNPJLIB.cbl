       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJLIB.
       AUTHOR.     Moises.
      *********    OUT/26.
      *********    Liberacao das ordens reservadas pelo CNPJGER que
      *********    nenhum parceiro chegou a usar: registros GERADO do
      *********    cadastro mestre, reservados ha mais dias que o
      *********    prazo de reserva do CNPJPARL.TXT e que nunca
      *********    voltaram em um CNPJRES.TXT (a carga do CNPJMST
      *********    troca a situacao e a origem GERA de toda base que
      *********    volta no lote de um parceiro). Dois modos, escolhidos
      *********    pelo operador: A = aviso, lista por raiz no
      *********    CNPJLIB.RPT as ordens que serao liberadas, para
      *********    envio ao parceiro, e grava a lista em CNPJLIBL.TXT;
      *********    L = liberacao, efetiva a lista do aviso - cada base
      *********    ainda GERADO passa a LIBERADO (com a data da
      *********    liberacao em MST-DATA-RECERT), e gravada no diario
      *********    de atualizacoes (CNPJJRN) e copiada para o arquivo
      *********    morto CNPJLIBA.TXT. Base usada, ou reservada de novo,
      *********    entre o aviso e a liberacao e mantida. O CNPJGER
      *********    volta a emitir as ordens liberadas e o CNPJMST as
      *********    reserva de novo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PARAMETRO ASSIGN TO "CNPJPARL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETRO.
           SELECT ARQ-MESTRE ASSIGN TO "CNPJMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CNPJ-BASE-12N
               FILE STATUS IS WS-FS-MESTRE.
           SELECT ARQ-LISTA ASSIGN TO "CNPJLIBL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTA.
           SELECT ARQ-ARQUIVO-MORTO ASSIGN TO "CNPJLIBA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQUIVO-MORTO.
           SELECT ARQ-RELATORIO ASSIGN TO "CNPJLIB.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
      *    Prazo de reserva em dias corridos desde a emissao pelo
      *    CNPJGER (MST-DATA-PRIMEIRA). Arquivo ausente vale o padrao
      *    do programa.
       FD  ARQ-PARAMETRO.
       01  REG-PARAMETRO.
           02 PRL-DIAS-RESERVA       PIC 9(05).

       FD  ARQ-MESTRE.
       COPY CNPJMREG.

      *    Lista do aviso, na ordem de chave do mestre (as ordens de
      *    uma raiz ficam contiguas), lida de volta na liberacao.
       FD  ARQ-LISTA.
       01  REG-LISTA.
           02 LBL-CNPJ-BASE-12N      PIC X(12).
           02 LBL-CNPJ-DV-1          PIC X(01).
           02 LBL-CNPJ-DV-2          PIC X(01).
           02 LBL-DATA-RESERVA       PIC 9(08).
           02 LBL-DATA-AVISO         PIC 9(08).

      *    Arquivo morto das ordens liberadas: o item da lista com a
      *    data em que a liberacao foi efetivada.
       FD  ARQ-ARQUIVO-MORTO.
       01  REG-ARQUIVO-MORTO.
           02 ALB-CNPJ-BASE-12N      PIC X(12).
           02 ALB-CNPJ-DV-1          PIC X(01).
           02 ALB-CNPJ-DV-2          PIC X(01).
           02 ALB-DATA-RESERVA       PIC 9(08).
           02 ALB-DATA-AVISO         PIC 9(08).
           02 ALB-DATA-LIBERACAO     PIC 9(08).

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-PARAMETRO       PIC X(02) VALUE '00'.
       01  WS-FS-MESTRE          PIC X(02) VALUE '00'.
       01  WS-FS-LISTA           PIC X(02) VALUE '00'.
       01  WS-FS-ARQUIVO-MORTO   PIC X(02) VALUE '00'.
       01  WS-FS-RELATORIO       PIC X(02) VALUE '00'.

       01  WS-MODO               PIC X(01) VALUE SPACE.
           88 MODO-AVISO              VALUE 'A'.
           88 MODO-LIBERACAO          VALUE 'L'.

       01  WS-FIM-ARQUIVO        PIC 9 VALUE 0.
           88 FIM-ARQUIVO             VALUE 1.

       01  WS-DATA-HORA-ATUAL    PIC X(21) VALUE SPACES.
       01  WS-DATA-HOJE          PIC 9(08) VALUE 0.

      *    Prazo de reserva e data de corte: ordem emitida antes do
      *    corte e ainda GERADO esta vencida.
       01  WS-DIAS-RESERVA       PIC 9(05) VALUE 180.
       01  WS-DIAS-INTEIROS      PIC 9(07) VALUE 0.
       01  WS-DATA-CORTE         PIC 9(08) VALUE 0.
       01  WS-DIAS-RESERVADA     PIC 9(05) VALUE 0.

      *    Quebra por raiz na listagem: a raiz sai na primeira linha
      *    de cada grupo (e de novo no alto de cada pagina), seguida
      *    do total da raiz.
       01  WS-RAIZ-CORRENTE      PIC X(08) VALUE SPACES.
       01  WS-TEM-RAIZ           PIC 9 VALUE 0.
           88 TEM-RAIZ                VALUE 1.
       01  WS-QTDE-RAIZ          PIC 9(09) VALUE 0.

      *    Item corrente (vindo do mestre no aviso ou da lista na
      *    liberacao), no formato da lista.
       01  WS-ITEM.
           02 WS-ITEM-BASE-12N   PIC X(12).
           02 WS-ITEM-DV-1       PIC X(01).
           02 WS-ITEM-DV-2       PIC X(01).
           02 WS-ITEM-RESERVA    PIC 9(08).
           02 WS-ITEM-AVISO      PIC 9(08).
       01  WS-OCORRENCIA         PIC X(30) VALUE SPACES.

       01  WS-DV1-MASCARA        PIC 9 VALUE 0.
       01  WS-DV2-MASCARA        PIC 9 VALUE 0.
       01  WS-CNPJ-MASCARA       PIC X(18) VALUE SPACES.

       01  WS-QTDE-LIDOS         PIC 9(09) VALUE 0.
       01  WS-QTDE-VENCIDAS      PIC 9(09) VALUE 0.
       01  WS-QTDE-RAIZES        PIC 9(09) VALUE 0.
       01  WS-QTDE-LIBERADAS     PIC 9(09) VALUE 0.
       01  WS-QTDE-JA-LIBERADAS  PIC 9(09) VALUE 0.
       01  WS-QTDE-MANTIDAS      PIC 9(09) VALUE 0.
       01  WS-QTDE-NAO-ACHADAS   PIC 9(09) VALUE 0.

       01  WS-LINHAS-PAGINA      PIC 9(03) VALUE 0.
       01  WS-MAX-LINHAS-PAGINA  PIC 9(03) VALUE 50.
       01  WS-NUM-PAGINA         PIC 9(04) VALUE 0.

      *    Entrada do diario de atualizacoes do mestre, gravada pelo
      *    modulo CNPJJRN antes de cada REWRITE da liberacao.
       COPY CNPJJREG.

       01  CAB-RELATORIO-1.
           02 CAB-TITULO         PIC X(38).
           02 FILLER             PIC X(09) VALUE 'PAGINA: '.
           02 CAB-PAGINA         PIC ZZZ9.
           02 FILLER             PIC X(09) VALUE '  DATA:  '.
           02 CAB-DATA           PIC 9(08).
       01  CAB-RELATORIO-2.
           02 FILLER             PIC X(17) VALUE 'PRAZO DE RESERVA:'.
           02 CAB-DIAS-RESERVA   PIC ZZZZ9.
           02 FILLER             PIC X(18) VALUE
               ' DIAS  EMITIDA ATE'.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 CAB-DATA-CORTE     PIC 9(08).
       01  CAB-RELATORIO-3       PIC X(80) VALUE
               'RAIZ     ORDEM CNPJ               RESERVA   DIAS OCORRE
      -        'NCIA'.

       01  LINHA-DETALHE.
           02 LD-RAIZ            PIC X(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LD-ORDEM           PIC X(04).
           02 FILLER             PIC X(02) VALUE SPACES.
           02 LD-CNPJ-MASCARA    PIC X(18).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LD-DATA-RESERVA    PIC 9(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LD-DIAS            PIC ZZZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LD-OCORRENCIA      PIC X(30).

       01  LINHA-TOTAL-RAIZ.
           02 FILLER             PIC X(15) VALUE SPACES.
           02 FILLER             PIC X(15) VALUE 'TOTAL DA RAIZ '.
           02 LTR-RAIZ           PIC X(08).
           02 FILLER             PIC X(02) VALUE ': '.
           02 LTR-QTDE           PIC ZZZ,ZZZ,ZZ9.

       01  LINHA-RODAPE          PIC X(80) VALUE SPACES.
       01  WS-CONTADOR-EDICAO    PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE

           PERFORM LER-PARAMETROS THRU FIM-LER-PARAMETROS
           PERFORM ABRIR-RELATORIO THRU FIM-ABRIR-RELATORIO

           IF MODO-AVISO
               PERFORM LISTAR-AVISO THRU FIM-LISTAR-AVISO
           ELSE
               PERFORM LIBERAR-ORDENS THRU FIM-LIBERAR-ORDENS
           END-IF

           IF TEM-RAIZ
               PERFORM FECHAR-RAIZ THRU FIM-FECHAR-RAIZ
           END-IF
           PERFORM IMPRIMIR-RODAPE THRU FIM-IMPRIMIR-RODAPE
           CLOSE ARQ-RELATORIO

           IF MODO-AVISO
               DISPLAY 'Bases lidas do mestre:       ' WS-QTDE-LIDOS
               DISPLAY 'Ordens vencidas listadas:    '
                       WS-QTDE-VENCIDAS
               DISPLAY 'Raizes avisadas:             ' WS-QTDE-RAIZES
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY 'Itens da lista do aviso:     ' WS-QTDE-LIDOS
               DISPLAY 'Ordens liberadas:            '
                       WS-QTDE-LIBERADAS
               DISPLAY 'Ja liberadas antes:          '
                       WS-QTDE-JA-LIBERADAS
               DISPLAY 'Mantidas apos o aviso:       '
                       WS-QTDE-MANTIDAS
               DISPLAY 'Nao encontradas no mestre:   '
                       WS-QTDE-NAO-ACHADAS
               IF WS-QTDE-MANTIDAS > 0 OR WS-QTDE-NAO-ACHADAS > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF

           STOP RUN.

      *    Modo invalido ou prazo invalido derrubam o passo antes de
      *    qualquer leitura do mestre.
       LER-PARAMETROS.
           DISPLAY 'Modo (A = aviso das ordens a liberar, '
                   'L = liberar as ordens avisadas): '.
           ACCEPT WS-MODO.
           MOVE FUNCTION UPPER-CASE(WS-MODO) TO WS-MODO
           IF NOT MODO-AVISO AND NOT MODO-LIBERACAO
               DISPLAY 'MODO DE LIBERACAO INVALIDO: ' WS-MODO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LER-PRAZO THRU FIM-LER-PRAZO
           COMPUTE WS-DIAS-INTEIROS =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   - WS-DIAS-RESERVA
           COMPUTE WS-DATA-CORTE =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIROS).
       FIM-LER-PARAMETROS.
           EXIT.

      *    Parametro ausente vale o prazo padrao; presente mas
      *    invalido e erro de operacao.
       LER-PRAZO.
           OPEN INPUT ARQ-PARAMETRO
           IF WS-FS-PARAMETRO = '35'
               DISPLAY 'CNPJPARL.TXT ausente - assumindo padroes'
               GO TO FIM-LER-PRAZO
           END-IF
           IF WS-FS-PARAMETRO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJPARL.TXT - STATUS '
                       WS-FS-PARAMETRO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ARQ-PARAMETRO
           IF WS-FS-PARAMETRO NOT = '00'
               DISPLAY 'ERRO AO LER CNPJPARL.TXT - STATUS '
                       WS-FS-PARAMETRO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PRL-DIAS-RESERVA NOT NUMERIC
              OR PRL-DIAS-RESERVA = 0
               DISPLAY 'CNPJPARL.TXT INVALIDO: ' REG-PARAMETRO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PRL-DIAS-RESERVA TO WS-DIAS-RESERVA
           CLOSE ARQ-PARAMETRO.
       FIM-LER-PRAZO.
           EXIT.

       ABRIR-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO
           IF WS-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJLIB.RPT - STATUS '
                       WS-FS-RELATORIO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF MODO-AVISO
               MOVE 'AVISO DE LIBERACAO DE ORDENS - CNPJLIB'
                   TO CAB-TITULO
           ELSE
               MOVE 'LIBERACAO DE ORDENS - CNPJLIB' TO CAB-TITULO
           END-IF
           MOVE WS-DATA-HOJE TO CAB-DATA
           MOVE WS-DIAS-RESERVA TO CAB-DIAS-RESERVA
           MOVE WS-DATA-CORTE TO CAB-DATA-CORTE
           PERFORM IMPRIMIR-CABECALHO THRU FIM-IMPRIMIR-CABECALHO.
       FIM-ABRIR-RELATORIO.
           EXIT.

      *----------------------------------------------------------------*
      *    Modo A: varre o mestre em ordem de chave e lista as ordens  *
      *    GERADO de origem GERA emitidas antes da data de corte. O    *
      *    mestre so e lido; nada e liberado neste modo.               *
      *----------------------------------------------------------------*
       LISTAR-AVISO.
           OPEN INPUT ARQ-MESTRE
           IF WS-FS-MESTRE NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJMST.DAT - STATUS '
                       WS-FS-MESTRE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-LISTA
           IF WS-FS-LISTA NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJLIBL.TXT - STATUS '
                       WS-FS-LISTA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO MST-CNPJ-BASE-12N
           START ARQ-MESTRE KEY NOT LESS THAN MST-CNPJ-BASE-12N
           IF WS-FS-MESTRE = '23' OR WS-FS-MESTRE = '46'
               SET FIM-ARQUIVO TO TRUE
           ELSE
               IF WS-FS-MESTRE NOT = '00'
                   DISPLAY 'ERRO AO POSICIONAR CNPJMST.DAT - STATUS '
                           WS-FS-MESTRE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM AVALIAR-RESERVA THRU FIM-AVALIAR-RESERVA
               UNTIL FIM-ARQUIVO

           CLOSE ARQ-MESTRE
           CLOSE ARQ-LISTA.
       FIM-LISTAR-AVISO.
           EXIT.

       AVALIAR-RESERVA.
           READ ARQ-MESTRE NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTDE-LIDOS
                   IF MST-SITUACAO = 'GERADO'
                      AND MST-ORIGEM = 'GERA'
                      AND MST-DATA-PRIMEIRA < WS-DATA-CORTE
                       PERFORM AVISAR-ORDEM THRU FIM-AVISAR-ORDEM
                   END-IF
           END-READ.
       FIM-AVALIAR-RESERVA.
           EXIT.

       AVISAR-ORDEM.
           MOVE MST-CNPJ-BASE-12N TO WS-ITEM-BASE-12N
           MOVE MST-CNPJ-DV-1     TO WS-ITEM-DV-1
           MOVE MST-CNPJ-DV-2     TO WS-ITEM-DV-2
           MOVE MST-DATA-PRIMEIRA TO WS-ITEM-RESERVA
           MOVE WS-DATA-HOJE      TO WS-ITEM-AVISO
           MOVE WS-ITEM TO REG-LISTA
           WRITE REG-LISTA
           IF WS-FS-LISTA NOT = '00'
               DISPLAY 'ERRO AO GRAVAR CNPJLIBL.TXT - STATUS '
                       WS-FS-LISTA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-QTDE-VENCIDAS
           MOVE 'A LIBERAR' TO WS-OCORRENCIA
           PERFORM LISTAR-ITEM THRU FIM-LISTAR-ITEM.
       FIM-AVISAR-ORDEM.
           EXIT.

      *----------------------------------------------------------------*
      *    Modo L: efetiva a lista do ultimo aviso. A base e relida no *
      *    mestre: so o que continua GERADO de origem GERA e liberado; *
      *    o que um parceiro usou depois do aviso fica como esta.      *
      *----------------------------------------------------------------*
       LIBERAR-ORDENS.
           OPEN INPUT ARQ-LISTA
           IF WS-FS-LISTA = '35'
               DISPLAY 'CNPJLIBL.TXT ausente - execute antes o modo A'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FS-LISTA NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJLIBL.TXT - STATUS '
                       WS-FS-LISTA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ARQ-MESTRE
           IF WS-FS-MESTRE NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJMST.DAT - STATUS '
                       WS-FS-MESTRE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND ARQ-ARQUIVO-MORTO
           IF WS-FS-ARQUIVO-MORTO = '35'
               OPEN OUTPUT ARQ-ARQUIVO-MORTO
           END-IF
           IF WS-FS-ARQUIVO-MORTO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJLIBA.TXT - STATUS '
                       WS-FS-ARQUIVO-MORTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'CNPJLIB' TO JRN-PROGRAMA
           CALL 'CNPJ-JORN-INICIO' USING REG-JORNAL

           PERFORM PROCESSAR-LISTA THRU FIM-PROCESSAR-LISTA
               UNTIL FIM-ARQUIVO

           CALL 'CNPJ-JORN-FIM'
           CLOSE ARQ-LISTA
           CLOSE ARQ-MESTRE
           CLOSE ARQ-ARQUIVO-MORTO.
       FIM-LIBERAR-ORDENS.
           EXIT.

       PROCESSAR-LISTA.
           READ ARQ-LISTA
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTDE-LIDOS
                   MOVE REG-LISTA TO WS-ITEM
                   PERFORM LIBERAR-ORDEM THRU FIM-LIBERAR-ORDEM
                   PERFORM LISTAR-ITEM THRU FIM-LISTAR-ITEM
           END-READ.
       FIM-PROCESSAR-LISTA.
           EXIT.

       LIBERAR-ORDEM.
           MOVE WS-ITEM-BASE-12N TO MST-CNPJ-BASE-12N
           READ ARQ-MESTRE
           IF WS-FS-MESTRE = '23'
               ADD 1 TO WS-QTDE-NAO-ACHADAS
               MOVE 'NAO ENCONTRADA NO MESTRE' TO WS-OCORRENCIA
               GO TO FIM-LIBERAR-ORDEM
           END-IF
           IF WS-FS-MESTRE NOT = '00'
               DISPLAY 'ERRO AO LER CNPJMST.DAT - STATUS '
                       WS-FS-MESTRE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF MST-SITUACAO = 'LIBERADO'
               ADD 1 TO WS-QTDE-JA-LIBERADAS
               MOVE 'JA LIBERADA' TO WS-OCORRENCIA
               GO TO FIM-LIBERAR-ORDEM
           END-IF
           IF MST-SITUACAO NOT = 'GERADO' OR MST-ORIGEM NOT = 'GERA'
               ADD 1 TO WS-QTDE-MANTIDAS
               MOVE 'USADA APOS O AVISO - MANTIDA' TO WS-OCORRENCIA
               GO TO FIM-LIBERAR-ORDEM
           END-IF
      *    Ordem liberada, reemitida pelo CNPJGER e reservada de novo
      *    pelo CNPJMST volta a GERADO com outra data de reserva: e
      *    uma reserva nova, que o aviso desta lista nao cobre.
           IF MST-DATA-PRIMEIRA NOT = WS-ITEM-RESERVA
               ADD 1 TO WS-QTDE-MANTIDAS
               MOVE 'REEMITIDA APOS O AVISO' TO WS-OCORRENCIA
               GO TO FIM-LIBERAR-ORDEM
           END-IF

           MOVE REG-MESTRE   TO JRN-IMAGEM-ANTES
           MOVE 'LIBERADO'   TO MST-SITUACAO
           MOVE WS-DATA-HOJE TO MST-DATA-RECERT
           MOVE 'A'          TO JRN-ACAO
           MOVE REG-MESTRE   TO JRN-IMAGEM-DEPOIS
           CALL 'CNPJ-JORN-GRAVA' USING REG-JORNAL
           REWRITE REG-MESTRE
           IF WS-FS-MESTRE NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR CNPJMST.DAT - STATUS '
                       WS-FS-MESTRE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-ITEM TO REG-ARQUIVO-MORTO
           MOVE WS-DATA-HOJE TO ALB-DATA-LIBERACAO
           WRITE REG-ARQUIVO-MORTO
           IF WS-FS-ARQUIVO-MORTO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR CNPJLIBA.TXT - STATUS '
                       WS-FS-ARQUIVO-MORTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-QTDE-LIBERADAS
           MOVE 'LIBERADA' TO WS-OCORRENCIA.
       FIM-LIBERAR-ORDEM.
           EXIT.

      *----------------------------------------------------------------*
      *    Linha da listagem por raiz, comum aos dois modos.           *
      *----------------------------------------------------------------*
       LISTAR-ITEM.
           IF NOT TEM-RAIZ
              OR WS-ITEM-BASE-12N(1:8) NOT = WS-RAIZ-CORRENTE
               IF TEM-RAIZ
                   PERFORM FECHAR-RAIZ THRU FIM-FECHAR-RAIZ
               END-IF
               MOVE WS-ITEM-BASE-12N(1:8) TO WS-RAIZ-CORRENTE
               SET TEM-RAIZ TO TRUE
               MOVE 0 TO WS-QTDE-RAIZ
               ADD 1 TO WS-QTDE-RAIZES
               MOVE WS-RAIZ-CORRENTE TO LD-RAIZ
           ELSE
               MOVE SPACES TO LD-RAIZ
           END-IF
           ADD 1 TO WS-QTDE-RAIZ

           MOVE WS-ITEM-BASE-12N(9:4) TO LD-ORDEM
           MOVE WS-ITEM-DV-1 TO WS-DV1-MASCARA
           MOVE WS-ITEM-DV-2 TO WS-DV2-MASCARA
           CALL 'CNPJ-MONTA-MASCARA' USING WS-ITEM-BASE-12N
                                           WS-DV1-MASCARA
                                           WS-DV2-MASCARA
                                           WS-CNPJ-MASCARA
           MOVE WS-CNPJ-MASCARA TO LD-CNPJ-MASCARA
           MOVE WS-ITEM-RESERVA TO LD-DATA-RESERVA
           MOVE 0 TO WS-DIAS-RESERVADA
           IF WS-ITEM-RESERVA > 16010101
               COMPUTE WS-DIAS-RESERVADA =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                       - FUNCTION INTEGER-OF-DATE(WS-ITEM-RESERVA)
           END-IF
           MOVE WS-DIAS-RESERVADA TO LD-DIAS
           MOVE WS-OCORRENCIA TO LD-OCORRENCIA
           PERFORM IMPRIMIR-DETALHE THRU FIM-IMPRIMIR-DETALHE.
       FIM-LISTAR-ITEM.
           EXIT.

       FECHAR-RAIZ.
           MOVE WS-RAIZ-CORRENTE TO LTR-RAIZ
           MOVE WS-QTDE-RAIZ TO LTR-QTDE
           WRITE LINHA-RELATORIO FROM LINHA-TOTAL-RAIZ
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           ADD 2 TO WS-LINHAS-PAGINA.
       FIM-FECHAR-RAIZ.
           EXIT.

       IMPRIMIR-CABECALHO.
           ADD 1 TO WS-NUM-PAGINA
           MOVE WS-NUM-PAGINA TO CAB-PAGINA
           MOVE 0 TO WS-LINHAS-PAGINA
           WRITE LINHA-RELATORIO FROM CAB-RELATORIO-1
           WRITE LINHA-RELATORIO FROM CAB-RELATORIO-2
           WRITE LINHA-RELATORIO FROM CAB-RELATORIO-3.
       FIM-IMPRIMIR-CABECALHO.
           EXIT.

       IMPRIMIR-DETALHE.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS-PAGINA
               PERFORM IMPRIMIR-CABECALHO THRU FIM-IMPRIMIR-CABECALHO
               MOVE WS-RAIZ-CORRENTE TO LD-RAIZ
           END-IF
           WRITE LINHA-RELATORIO FROM LINHA-DETALHE
           ADD 1 TO WS-LINHAS-PAGINA.
       FIM-IMPRIMIR-DETALHE.
           EXIT.

       IMPRIMIR-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-QTDE-RAIZES TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'TOTAL RAIZES:              ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           IF MODO-AVISO
               MOVE WS-QTDE-VENCIDAS TO WS-CONTADOR-EDICAO
               MOVE SPACES TO LINHA-RODAPE
               STRING 'TOTAL ORDENS A LIBERAR:    ' WS-CONTADOR-EDICAO
                       DELIMITED BY SIZE INTO LINHA-RODAPE
               WRITE LINHA-RELATORIO FROM LINHA-RODAPE
               GO TO FIM-IMPRIMIR-RODAPE
           END-IF
           MOVE WS-QTDE-LIBERADAS TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'TOTAL ORDENS LIBERADAS:    ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-JA-LIBERADAS TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'TOTAL JA LIBERADAS:        ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-MANTIDAS TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'TOTAL MANTIDAS APOS AVISO: ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-NAO-ACHADAS TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'TOTAL NAO ENCONTRADAS:     ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE.
       FIM-IMPRIMIR-RODAPE.
           EXIT.
