       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJSLA.
       AUTHOR.     Moises.
      *********    OUT/26.
      *********    Envelhecimento semanal das bases enviadas ao banco
      *********    que ainda nao tiveram resposta: o CNPJRET so aponta
      *********    as bases sem resposta do CNPJEXP.TXT que concilia, e
      *********    nada acompanhava a espera entre uma semana e outra.
      *********    Le o cadastro cumulativo de exportacoes CNPJEXPH.TXT
      *********    (gravado pelo CNPJEXP), confere no CNPJMST.DAT se o
      *********    banco ja respondeu (MST-SITUACAO-BANCO preenchida) e
      *********    conta a espera da base pendente a partir da
      *********    exportacao mais antiga feita desde a carga do
      *********    registro atual e depois do ultimo retorno do banco
      *********    (o envio anterior a uma limpeza pelo CNPJMAN ou a
      *********    um expurgo e recarga ja foi respondido), e
      *********    lista no CNPJSLA.RPT as pendentes por data de
      *********    exportacao e origem, com a idade em dias uteis pelo
      *********    calendario CNPJCAL. O que passou do prazo contratual
      *********    de resposta (CNPJPARB.TXT) sai marcado VENCIDO e
      *********    vai, base a base, para o arquivo de reclamacao ao
      *********    banco CNPJSLAR.TXT. Retorno 4 quando ha vencidas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PARAMETRO ASSIGN TO "CNPJPARB.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETRO.
           SELECT ARQ-EXPORTADOS ASSIGN TO "CNPJEXPH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXPORTADOS.
           SELECT ARQ-EXPORTADOS-ORD ASSIGN TO "CNPJSLAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXPORTADOS-ORD.
           SELECT ARQ-PENDENTE ASSIGN TO "CNPJSLAP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENDENTE.
           SELECT ARQ-PENDENTE-ORD ASSIGN TO "CNPJSLAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENDENTE-ORD.
           SELECT ARQ-CLASSIFICA ASSIGN TO "SORTWK01".
           SELECT ARQ-CLASSIFICA-PEN ASSIGN TO "SORTWK02".
           SELECT ARQ-MESTRE ASSIGN TO "CNPJMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CNPJ-BASE-12N
               FILE STATUS IS WS-FS-MESTRE.
           SELECT ARQ-RECLAMACAO ASSIGN TO "CNPJSLAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECLAMACAO.
           SELECT ARQ-RELATORIO ASSIGN TO "CNPJSLA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
      *    Prazo contratual de resposta do banco, em dias uteis
      *    depois do dia da exportacao. Arquivo ausente vale o padrao
      *    do programa.
       FD  ARQ-PARAMETRO.
       01  REG-PARAMETRO.
           02 PRB-PRAZO-RESPOSTA     PIC 9(03).

       FD  ARQ-EXPORTADOS.
       COPY CNPJXREG.

       FD  ARQ-EXPORTADOS-ORD.
       01  REG-EXPORTADO-ORD.
           02 EXO-CNPJ-BASE-12N      PIC X(12).
           02 EXO-CNPJ-DV-1          PIC X(01).
           02 EXO-CNPJ-DV-2          PIC X(01).
           02 EXO-ORIGEM             PIC X(04).
           02 EXO-DATA-EXPORTACAO    PIC 9(08).

      *    Bases ainda sem resposta do banco, uma vez cada, com a
      *    data da exportacao que conta o prazo; reclassificadas por
      *    data e origem para o relatorio.
       FD  ARQ-PENDENTE.
       01  REG-PENDENTE.
           02 PEN-DATA-EXPORTACAO    PIC 9(08).
           02 PEN-ORIGEM             PIC X(04).
           02 PEN-CNPJ-BASE-12N      PIC X(12).
           02 PEN-CNPJ-DV-1          PIC X(01).
           02 PEN-CNPJ-DV-2          PIC X(01).

       FD  ARQ-PENDENTE-ORD.
       01  REG-PENDENTE-ORD.
           02 PDO-DATA-EXPORTACAO    PIC 9(08).
           02 PDO-ORIGEM             PIC X(04).
           02 PDO-CNPJ-BASE-12N      PIC X(12).
           02 PDO-CNPJ-DV-1          PIC X(01).
           02 PDO-CNPJ-DV-2          PIC X(01).

      *    Classificacao do cadastro pela base e data: as exportacoes
      *    de uma base ficam contiguas, da mais antiga para a mais
      *    recente.
       SD  ARQ-CLASSIFICA.
       01  REG-CLASSIFICA.
           02 CLA-CNPJ-BASE-12N      PIC X(12).
           02 FILLER                 PIC X(06).
           02 CLA-DATA-EXPORTACAO    PIC 9(08).

       SD  ARQ-CLASSIFICA-PEN.
       01  REG-CLASSIFICA-PEN.
           02 CLP-DATA-EXPORTACAO    PIC 9(08).
           02 CLP-ORIGEM             PIC X(04).
           02 CLP-CNPJ-BASE-12N      PIC X(12).
           02 FILLER                 PIC X(02).

       FD  ARQ-MESTRE.
       COPY CNPJMREG.

      *    Reclamacao ao banco: uma linha por base vencida, com o
      *    CNPJ formatado, a origem, a data da exportacao e a idade
      *    em dias uteis.
       FD  ARQ-RECLAMACAO.
       01  REG-RECLAMACAO.
           02 RCL-CNPJ-MASCARA       PIC X(18).
           02 RCL-ORIGEM             PIC X(04).
           02 RCL-DATA-EXPORTACAO    PIC 9(08).
           02 RCL-DIAS-UTEIS         PIC 9(05).

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-PARAMETRO       PIC X(02) VALUE '00'.
       01  WS-FS-EXPORTADOS      PIC X(02) VALUE '00'.
       01  WS-FS-EXPORTADOS-ORD  PIC X(02) VALUE '00'.
       01  WS-FS-PENDENTE        PIC X(02) VALUE '00'.
       01  WS-FS-PENDENTE-ORD    PIC X(02) VALUE '00'.
       01  WS-FS-MESTRE          PIC X(02) VALUE '00'.
       01  WS-FS-RECLAMACAO      PIC X(02) VALUE '00'.
       01  WS-FS-RELATORIO       PIC X(02) VALUE '00'.

       01  WS-FIM-ARQUIVO        PIC 9 VALUE 0.
           88 FIM-ARQUIVO             VALUE 1.
       01  WS-SEM-CADASTRO       PIC 9 VALUE 0.
           88 SEM-CADASTRO            VALUE 1.

       01  WS-DATA-HORA-ATUAL    PIC X(21) VALUE SPACES.
       01  WS-DATA-HOJE          PIC 9(08) VALUE 0.

       01  WS-PRAZO-RESPOSTA     PIC 9(05) VALUE 10.

       01  WS-BASE-ANTERIOR      PIC X(12) VALUE SPACES.
      *    Base pendente cuja exportacao de referencia ainda nao
      *    apareceu entre as linhas da base.
       01  WS-BASE-AGUARDANDO    PIC 9 VALUE 0.
           88 BASE-AGUARDANDO         VALUE 1.

      *    Quebras do relatorio: uma linha por data e origem; a data
      *    sai na primeira linha do grupo (e de novo no alto de cada
      *    pagina), seguida do total da data. A idade em dias uteis e
      *    apurada uma vez por data de exportacao.
       01  WS-DATA-CORRENTE      PIC 9(08) VALUE 0.
       01  WS-ORIGEM-CORRENTE    PIC X(04) VALUE SPACES.
       01  WS-TEM-GRUPO          PIC 9 VALUE 0.
           88 TEM-GRUPO               VALUE 1.
       01  WS-DIAS-UTEIS         PIC 9(05) VALUE 0.
       01  WS-VENCIDO            PIC 9 VALUE 0.
           88 VENCIDO                 VALUE 1.
       01  WS-QTDE-ORIGEM        PIC 9(09) VALUE 0.
       01  WS-QTDE-DATA          PIC 9(09) VALUE 0.

       01  WS-DV1-MASCARA        PIC 9 VALUE 0.
       01  WS-DV2-MASCARA        PIC 9 VALUE 0.
       01  WS-CNPJ-MASCARA       PIC X(18) VALUE SPACES.

       01  WS-QTDE-LIDOS         PIC 9(09) VALUE 0.
       01  WS-QTDE-BASES         PIC 9(09) VALUE 0.
       01  WS-QTDE-RESPONDIDAS   PIC 9(09) VALUE 0.
       01  WS-QTDE-NAO-ACHADAS   PIC 9(09) VALUE 0.
       01  WS-QTDE-PENDENTES     PIC 9(09) VALUE 0.
       01  WS-QTDE-SEM-REENVIO   PIC 9(09) VALUE 0.
       01  WS-QTDE-NO-PRAZO      PIC 9(09) VALUE 0.
       01  WS-QTDE-VENCIDAS      PIC 9(09) VALUE 0.

       01  WS-LINHAS-PAGINA      PIC 9(03) VALUE 0.
       01  WS-MAX-LINHAS-PAGINA  PIC 9(03) VALUE 50.
       01  WS-NUM-PAGINA         PIC 9(04) VALUE 0.

       01  CAB-RELATORIO-1.
           02 CAB-TITULO         PIC X(38) VALUE
               'ENVIOS SEM RESPOSTA DO BANCO - CNPJSLA'.
           02 FILLER             PIC X(09) VALUE 'PAGINA: '.
           02 CAB-PAGINA         PIC ZZZ9.
           02 FILLER             PIC X(09) VALUE '  DATA:  '.
           02 CAB-DATA           PIC 9(08).
       01  CAB-RELATORIO-2.
           02 FILLER             PIC X(19) VALUE
               'PRAZO DE RESPOSTA: '.
           02 CAB-PRAZO          PIC ZZZZ9.
           02 FILLER             PIC X(11) VALUE ' DIAS UTEIS'.
       01  CAB-RELATORIO-3       PIC X(80) VALUE
               'EXPORT.   ORIGEM D.UTEIS   PENDENTES  SITUACAO'.

       01  LINHA-DETALHE.
           02 LD-DATA-EXPORTACAO PIC X(08).
           02 FILLER             PIC X(02) VALUE SPACES.
           02 LD-ORIGEM          PIC X(04).
           02 FILLER             PIC X(05) VALUE SPACES.
           02 LD-DIAS-UTEIS      PIC ZZZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LD-PENDENTES       PIC ZZZ,ZZZ,ZZ9.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 LD-SITUACAO        PIC X(20).

       01  LINHA-TOTAL-DATA.
           02 FILLER             PIC X(10) VALUE SPACES.
           02 FILLER             PIC X(15) VALUE 'TOTAL DO ENVIO '.
           02 LTD-DATA           PIC 9(08).
           02 FILLER             PIC X(02) VALUE ': '.
           02 LTD-QTDE           PIC ZZZ,ZZZ,ZZ9.

       01  LINHA-RODAPE          PIC X(80) VALUE SPACES.
       01  WS-CONTADOR-EDICAO    PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE

           PERFORM LER-PRAZO THRU FIM-LER-PRAZO
           PERFORM VERIFICAR-CADASTRO THRU FIM-VERIFICAR-CADASTRO

           IF NOT SEM-CADASTRO
               SORT ARQ-CLASSIFICA
                   ON ASCENDING KEY CLA-CNPJ-BASE-12N
                                    CLA-DATA-EXPORTACAO
                   USING ARQ-EXPORTADOS
                   GIVING ARQ-EXPORTADOS-ORD
               PERFORM SELECIONAR-PENDENTES THRU
                       FIM-SELECIONAR-PENDENTES
               SORT ARQ-CLASSIFICA-PEN
                   ON ASCENDING KEY CLP-DATA-EXPORTACAO
                                    CLP-ORIGEM
                                    CLP-CNPJ-BASE-12N
                   USING ARQ-PENDENTE
                   GIVING ARQ-PENDENTE-ORD
           END-IF

           PERFORM IMPRIMIR-RELATORIO THRU FIM-IMPRIMIR-RELATORIO

           DISPLAY 'Exportacoes lidas:           ' WS-QTDE-LIDOS
           DISPLAY 'Bases exportadas:            ' WS-QTDE-BASES
           DISPLAY 'Bases com resposta do banco: ' WS-QTDE-RESPONDIDAS
           DISPLAY 'Nao encontradas no mestre:   ' WS-QTDE-NAO-ACHADAS
           DISPLAY 'Bases sem resposta:          ' WS-QTDE-PENDENTES
           DISPLAY 'Sem envio desde o retorno:   ' WS-QTDE-SEM-REENVIO
           DISPLAY 'Sem resposta no prazo:       ' WS-QTDE-NO-PRAZO
           DISPLAY 'Vencidas a reclamar:         ' WS-QTDE-VENCIDAS

           IF WS-QTDE-VENCIDAS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

      *    Parametro ausente vale o prazo padrao; presente mas
      *    invalido e erro de operacao.
       LER-PRAZO.
           OPEN INPUT ARQ-PARAMETRO
           IF WS-FS-PARAMETRO = '35'
               DISPLAY 'CNPJPARB.TXT ausente - assumindo padroes'
               GO TO FIM-LER-PRAZO
           END-IF
           IF WS-FS-PARAMETRO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJPARB.TXT - STATUS '
                       WS-FS-PARAMETRO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ARQ-PARAMETRO
           IF WS-FS-PARAMETRO NOT = '00'
               DISPLAY 'ERRO AO LER CNPJPARB.TXT - STATUS '
                       WS-FS-PARAMETRO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PRB-PRAZO-RESPOSTA NOT NUMERIC
              OR PRB-PRAZO-RESPOSTA = 0
               DISPLAY 'CNPJPARB.TXT INVALIDO: ' REG-PARAMETRO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PRB-PRAZO-RESPOSTA TO WS-PRAZO-RESPOSTA
           CLOSE ARQ-PARAMETRO.
       FIM-LER-PRAZO.
           EXIT.

      *    Antes da primeira exportacao o cadastro ainda nao existe:
      *    o relatorio sai vazio, sem erro.
       VERIFICAR-CADASTRO.
           OPEN INPUT ARQ-EXPORTADOS
           IF WS-FS-EXPORTADOS = '35'
               DISPLAY 'CNPJEXPH.TXT ausente - nenhuma exportacao '
                       'registrada'
               SET SEM-CADASTRO TO TRUE
               GO TO FIM-VERIFICAR-CADASTRO
           END-IF
           IF WS-FS-EXPORTADOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJEXPH.TXT - STATUS '
                       WS-FS-EXPORTADOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE ARQ-EXPORTADOS.
       FIM-VERIFICAR-CADASTRO.
           EXIT.

      *----------------------------------------------------------------*
      *    Primeira passada: cada base exportada conferida uma vez no  *
      *    mestre. Fica pendente a base que continua sem situacao do   *
      *    banco, pela exportacao mais antiga que nao seja anterior a  *
      *    carga do registro nem ao ultimo retorno do banco.           *
      *----------------------------------------------------------------*
       SELECIONAR-PENDENTES.
           OPEN INPUT ARQ-EXPORTADOS-ORD
           IF WS-FS-EXPORTADOS-ORD NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJSLAO.TXT - STATUS '
                       WS-FS-EXPORTADOS-ORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARQ-MESTRE
           IF WS-FS-MESTRE NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJMST.DAT - STATUS '
                       WS-FS-MESTRE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-PENDENTE
           IF WS-FS-PENDENTE NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJSLAP.TXT - STATUS '
                       WS-FS-PENDENTE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LER-EXPORTACAO THRU FIM-LER-EXPORTACAO
               UNTIL FIM-ARQUIVO
           IF BASE-AGUARDANDO
               ADD 1 TO WS-QTDE-SEM-REENVIO
           END-IF

           CLOSE ARQ-EXPORTADOS-ORD
           CLOSE ARQ-MESTRE
           CLOSE ARQ-PENDENTE
           MOVE 0 TO WS-FIM-ARQUIVO.
       FIM-SELECIONAR-PENDENTES.
           EXIT.

       LER-EXPORTACAO.
           READ ARQ-EXPORTADOS-ORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTDE-LIDOS
                   IF EXO-CNPJ-BASE-12N NOT = WS-BASE-ANTERIOR
                       IF BASE-AGUARDANDO
                           ADD 1 TO WS-QTDE-SEM-REENVIO
                       END-IF
                       MOVE EXO-CNPJ-BASE-12N TO WS-BASE-ANTERIOR
                       ADD 1 TO WS-QTDE-BASES
                       PERFORM CONFERIR-RESPOSTA THRU
                               FIM-CONFERIR-RESPOSTA
                   END-IF
                   IF BASE-AGUARDANDO
                       PERFORM AVALIAR-EXPORTACAO THRU
                               FIM-AVALIAR-EXPORTACAO
                   END-IF
           END-READ.
       FIM-LER-EXPORTACAO.
           EXIT.

      *    Le o mestre uma vez por base; a base sem situacao do banco
      *    passa a aguardar a sua exportacao de referencia.
       CONFERIR-RESPOSTA.
           MOVE 0 TO WS-BASE-AGUARDANDO
           MOVE EXO-CNPJ-BASE-12N TO MST-CNPJ-BASE-12N
           READ ARQ-MESTRE
           IF WS-FS-MESTRE = '23'
               ADD 1 TO WS-QTDE-NAO-ACHADAS
               GO TO FIM-CONFERIR-RESPOSTA
           END-IF
           IF WS-FS-MESTRE NOT = '00'
               DISPLAY 'ERRO AO LER CNPJMST.DAT - STATUS '
                       WS-FS-MESTRE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF MST-SITUACAO-BANCO NOT = SPACES
               ADD 1 TO WS-QTDE-RESPONDIDAS
               GO TO FIM-CONFERIR-RESPOSTA
           END-IF
           SET BASE-AGUARDANDO TO TRUE.
       FIM-CONFERIR-RESPOSTA.
           EXIT.

      *    Exportacao anterior a carga do registro atual (base
      *    expurgada e recarregada) ou feita ate o ultimo retorno do
      *    banco (situacao limpa pelo CNPJMAN) ja foi respondida e
      *    nao conta prazo. A primeira que sobra e a mais antiga.
       AVALIAR-EXPORTACAO.
           IF EXO-DATA-EXPORTACAO < MST-DATA-PRIMEIRA
              OR EXO-DATA-EXPORTACAO NOT > MST-DATA-RETORNO
               GO TO FIM-AVALIAR-EXPORTACAO
           END-IF
           MOVE 0 TO WS-BASE-AGUARDANDO

           MOVE EXO-DATA-EXPORTACAO TO PEN-DATA-EXPORTACAO
           MOVE EXO-ORIGEM          TO PEN-ORIGEM
           MOVE EXO-CNPJ-BASE-12N   TO PEN-CNPJ-BASE-12N
           MOVE EXO-CNPJ-DV-1       TO PEN-CNPJ-DV-1
           MOVE EXO-CNPJ-DV-2       TO PEN-CNPJ-DV-2
           WRITE REG-PENDENTE
           IF WS-FS-PENDENTE NOT = '00'
               DISPLAY 'ERRO AO GRAVAR CNPJSLAP.TXT - STATUS '
                       WS-FS-PENDENTE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-QTDE-PENDENTES.
       FIM-AVALIAR-EXPORTACAO.
           EXIT.

      *----------------------------------------------------------------*
      *    Segunda passada: pendentes por data de exportacao e origem, *
      *    com a idade em dias uteis e a marca de vencido; as bases    *
      *    vencidas vao para a reclamacao ao banco.                    *
      *----------------------------------------------------------------*
       IMPRIMIR-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO
           IF WS-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJSLA.RPT - STATUS '
                       WS-FS-RELATORIO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-RECLAMACAO
           IF WS-FS-RECLAMACAO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJSLAR.TXT - STATUS '
                       WS-FS-RECLAMACAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATA-HOJE TO CAB-DATA
           MOVE WS-PRAZO-RESPOSTA TO CAB-PRAZO
           PERFORM IMPRIMIR-CABECALHO THRU FIM-IMPRIMIR-CABECALHO

           IF NOT SEM-CADASTRO
               OPEN INPUT ARQ-PENDENTE-ORD
               IF WS-FS-PENDENTE-ORD NOT = '00'
                   DISPLAY 'ERRO AO ABRIR CNPJSLAL.TXT - STATUS '
                           WS-FS-PENDENTE-ORD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LER-PENDENTE THRU FIM-LER-PENDENTE
                   UNTIL FIM-ARQUIVO
               CLOSE ARQ-PENDENTE-ORD
           END-IF

           IF TEM-GRUPO
               PERFORM FECHAR-ORIGEM THRU FIM-FECHAR-ORIGEM
               PERFORM FECHAR-DATA THRU FIM-FECHAR-DATA
           END-IF
           PERFORM IMPRIMIR-RODAPE THRU FIM-IMPRIMIR-RODAPE
           CLOSE ARQ-RECLAMACAO
           CLOSE ARQ-RELATORIO.
       FIM-IMPRIMIR-RELATORIO.
           EXIT.

       LER-PENDENTE.
           READ ARQ-PENDENTE-ORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   PERFORM CLASSIFICAR-PENDENTE THRU
                           FIM-CLASSIFICAR-PENDENTE
           END-READ.
       FIM-LER-PENDENTE.
           EXIT.

       CLASSIFICAR-PENDENTE.
           IF NOT TEM-GRUPO
              OR PDO-DATA-EXPORTACAO NOT = WS-DATA-CORRENTE
               IF TEM-GRUPO
                   PERFORM FECHAR-ORIGEM THRU FIM-FECHAR-ORIGEM
                   PERFORM FECHAR-DATA THRU FIM-FECHAR-DATA
               END-IF
               PERFORM ABRIR-DATA THRU FIM-ABRIR-DATA
           ELSE
               IF PDO-ORIGEM NOT = WS-ORIGEM-CORRENTE
                   PERFORM FECHAR-ORIGEM THRU FIM-FECHAR-ORIGEM
                   MOVE PDO-ORIGEM TO WS-ORIGEM-CORRENTE
                   MOVE 0 TO WS-QTDE-ORIGEM
               END-IF
           END-IF
           ADD 1 TO WS-QTDE-ORIGEM
           ADD 1 TO WS-QTDE-DATA

           IF NOT VENCIDO
               ADD 1 TO WS-QTDE-NO-PRAZO
               GO TO FIM-CLASSIFICAR-PENDENTE
           END-IF
           ADD 1 TO WS-QTDE-VENCIDAS
           MOVE PDO-CNPJ-DV-1 TO WS-DV1-MASCARA
           MOVE PDO-CNPJ-DV-2 TO WS-DV2-MASCARA
           CALL 'CNPJ-MONTA-MASCARA' USING PDO-CNPJ-BASE-12N
                                           WS-DV1-MASCARA
                                           WS-DV2-MASCARA
                                           WS-CNPJ-MASCARA
           MOVE WS-CNPJ-MASCARA     TO RCL-CNPJ-MASCARA
           MOVE PDO-ORIGEM          TO RCL-ORIGEM
           MOVE PDO-DATA-EXPORTACAO TO RCL-DATA-EXPORTACAO
           MOVE WS-DIAS-UTEIS       TO RCL-DIAS-UTEIS
           WRITE REG-RECLAMACAO
           IF WS-FS-RECLAMACAO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR CNPJSLAR.TXT - STATUS '
                       WS-FS-RECLAMACAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       FIM-CLASSIFICAR-PENDENTE.
           EXIT.

      *    Nova data de exportacao: idade em dias uteis ate hoje pelo
      *    calendario compartilhado e comparacao com o prazo.
       ABRIR-DATA.
           MOVE PDO-DATA-EXPORTACAO TO WS-DATA-CORRENTE
           MOVE PDO-ORIGEM TO WS-ORIGEM-CORRENTE
           SET TEM-GRUPO TO TRUE
           MOVE 0 TO WS-QTDE-DATA WS-QTDE-ORIGEM
           CALL 'CNPJ-DIAS-UTEIS' USING WS-DATA-CORRENTE
                                        WS-DATA-HOJE
                                        WS-DIAS-UTEIS
           IF WS-DIAS-UTEIS > WS-PRAZO-RESPOSTA
               SET VENCIDO TO TRUE
           ELSE
               MOVE 0 TO WS-VENCIDO
           END-IF
           MOVE WS-DATA-CORRENTE TO LD-DATA-EXPORTACAO.
       FIM-ABRIR-DATA.
           EXIT.

       FECHAR-ORIGEM.
           MOVE WS-ORIGEM-CORRENTE TO LD-ORIGEM
           MOVE WS-DIAS-UTEIS TO LD-DIAS-UTEIS
           MOVE WS-QTDE-ORIGEM TO LD-PENDENTES
           IF VENCIDO
               MOVE 'VENCIDO - RECLAMAR' TO LD-SITUACAO
           ELSE
               MOVE 'NO PRAZO' TO LD-SITUACAO
           END-IF
           PERFORM IMPRIMIR-DETALHE THRU FIM-IMPRIMIR-DETALHE
           MOVE SPACES TO LD-DATA-EXPORTACAO.
       FIM-FECHAR-ORIGEM.
           EXIT.

       FECHAR-DATA.
           MOVE WS-DATA-CORRENTE TO LTD-DATA
           MOVE WS-QTDE-DATA TO LTD-QTDE
           WRITE LINHA-RELATORIO FROM LINHA-TOTAL-DATA
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           ADD 2 TO WS-LINHAS-PAGINA.
       FIM-FECHAR-DATA.
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
               MOVE WS-DATA-CORRENTE TO LD-DATA-EXPORTACAO
           END-IF
           WRITE LINHA-RELATORIO FROM LINHA-DETALHE
           ADD 1 TO WS-LINHAS-PAGINA.
       FIM-IMPRIMIR-DETALHE.
           EXIT.

       IMPRIMIR-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-QTDE-BASES TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'TOTAL BASES EXPORTADAS:     ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-RESPONDIDAS TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'TOTAL COM RESPOSTA:         ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-NAO-ACHADAS TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'TOTAL NAO ENCONTRADAS:      ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-PENDENTES TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'TOTAL SEM RESPOSTA:         ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-SEM-REENVIO TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'TOTAL SEM ENVIO POS RETORNO:' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-NO-PRAZO TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'TOTAL NO PRAZO:             ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-VENCIDAS TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'TOTAL VENCIDAS A RECLAMAR:  ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE.
       FIM-IMPRIMIR-RODAPE.
           EXIT.
