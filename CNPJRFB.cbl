       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJRFB.
       AUTHOR.     Moises.
      *********    OUT/26.
      *********    Conciliacao mensal do cadastro mestre com o extrato
      *********    de situacao cadastral da Receita Federal
      *********    (CNPJRFB.TXT): casa cada estabelecimento do extrato
      *********    pela base com o CNPJMST.DAT, grava no mestre a
      *********    situacao na Receita (ATIVA, BAIXADA, INAPTA,
      *********    SUSPENSA ou NULA) e a data dessa situacao, imprime
      *********    por origem as bases certificadas (e portanto
      *********    exportadas ao banco) que a Receita nao considera
      *********    mais ativas, e, para as raizes do mestre com todos
      *********    os estabelecimentos fechados, grava transacoes de
      *********    inclusao propostas no layout do CNPJBLQT.TXT
      *********    (CNPJBLQP.TXT) para o compliance revisar e submeter
      *********    ao CNPJBLQM. A gravacao no mestre passa pelo diario
      *********    de atualizacoes (CNPJJRN).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RECEITA ASSIGN TO "CNPJRFB.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECEITA.
           SELECT ARQ-RECEITA-ORD ASSIGN TO "CNPJRFBO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECEITA-ORD.
           SELECT ARQ-ALERTA ASSIGN TO "CNPJRFBA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALERTA.
           SELECT ARQ-ALERTA-ORD ASSIGN TO "CNPJRFBL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALERTA-ORD.
           SELECT ARQ-CLASSIFICA ASSIGN TO "SORTWK01".
           SELECT ARQ-CLASSIFICA-ALR ASSIGN TO "SORTWK02".
           SELECT ARQ-MESTRE ASSIGN TO "CNPJMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CNPJ-BASE-12N
               FILE STATUS IS WS-FS-MESTRE.
           SELECT ARQ-PROPOSTA ASSIGN TO "CNPJBLQP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROPOSTA.
           SELECT ARQ-RELATORIO ASSIGN TO "CNPJRFB.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
      *    Extrato da Receita: um registro por estabelecimento, com o
      *    CNPJ completo, o codigo da situacao cadastral (01 = NULA,
      *    02 = ATIVA, 03 = SUSPENSA, 04 = INAPTA, 08 = BAIXADA) e a
      *    data da situacao em AAAAMMDD. O extrato nao vem ordenado.
       FD  ARQ-RECEITA.
       01  REG-RECEITA.
           02 RFB-CNPJ-BASE-12N      PIC X(12).
           02 RFB-CNPJ-DV            PIC X(02).
           02 RFB-COD-SITUACAO       PIC X(02).
           02 RFB-DATA-SITUACAO      PIC X(08).

       FD  ARQ-RECEITA-ORD.
       01  REG-RECEITA-ORD.
           02 ORD-CNPJ-BASE-12N      PIC X(12).
           02 ORD-CNPJ-DV            PIC X(02).
           02 ORD-COD-SITUACAO       PIC X(02).
           02 ORD-DATA-SITUACAO      PIC X(08).

      *    Bases certificadas que a Receita nao considera ativas,
      *    reclassificadas por origem para o relatorio.
       FD  ARQ-ALERTA.
       01  REG-ALERTA.
           02 ALR-ORIGEM             PIC X(04).
           02 ALR-CNPJ-BASE-12N      PIC X(12).
           02 ALR-CNPJ-DV-1          PIC X(01).
           02 ALR-CNPJ-DV-2          PIC X(01).
           02 ALR-SITUACAO-FISCAL    PIC X(08).
           02 ALR-DATA-SIT-FISCAL    PIC 9(08).
           02 ALR-SITUACAO-BANCO     PIC X(08).

       FD  ARQ-ALERTA-ORD.
       01  REG-ALERTA-ORD.
           02 AOR-ORIGEM             PIC X(04).
           02 AOR-CNPJ-BASE-12N      PIC X(12).
           02 AOR-CNPJ-DV-1          PIC X(01).
           02 AOR-CNPJ-DV-2          PIC X(01).
           02 AOR-SITUACAO-FISCAL    PIC X(08).
           02 AOR-DATA-SIT-FISCAL    PIC 9(08).
           02 AOR-SITUACAO-BANCO     PIC X(08).

      *    Classificacao do extrato pela base: os estabelecimentos de
      *    uma mesma raiz ficam contiguos, o que permite apurar em
      *    uma unica passada se a raiz inteira esta fechada.
       SD  ARQ-CLASSIFICA.
       01  REG-CLASSIFICA.
           02 CLA-CNPJ-BASE-12N      PIC X(12).
           02 FILLER                 PIC X(12).

       SD  ARQ-CLASSIFICA-ALR.
       01  REG-CLASSIFICA-ALR.
           02 CLL-ORIGEM             PIC X(04).
           02 CLL-CNPJ-BASE-12N      PIC X(12).
           02 FILLER                 PIC X(26).

       FD  ARQ-MESTRE.
       COPY CNPJMREG.

      *    Transacao proposta, no layout do CNPJBLQT.TXT (operacao,
      *    raiz, motivo, vigencia e fim de vigencia).
       FD  ARQ-PROPOSTA.
       01  REG-PROPOSTA.
           02 PRP-OPERACAO           PIC X(01).
           02 PRP-RAIZ               PIC X(08).
           02 PRP-MOTIVO             PIC X(03).
           02 PRP-DATA-VIGENCIA      PIC X(08).
           02 PRP-DATA-FIM           PIC X(08).

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-RECEITA         PIC X(02) VALUE '00'.
       01  WS-FS-RECEITA-ORD     PIC X(02) VALUE '00'.
       01  WS-FS-ALERTA          PIC X(02) VALUE '00'.
       01  WS-FS-ALERTA-ORD      PIC X(02) VALUE '00'.
       01  WS-FS-MESTRE          PIC X(02) VALUE '00'.
       01  WS-FS-PROPOSTA        PIC X(02) VALUE '00'.
       01  WS-FS-RELATORIO       PIC X(02) VALUE '00'.

       01  WS-FIM-RECEITA        PIC 9 VALUE 0.
           88 FIM-RECEITA             VALUE 1.
       01  WS-FIM-ALERTA         PIC 9 VALUE 0.
           88 FIM-ALERTA              VALUE 1.

       01  WS-DATA-HORA-ATUAL    PIC X(21) VALUE SPACES.
       01  WS-DATA-HOJE          PIC 9(08) VALUE 0.

      *    Codigos de situacao cadastral do extrato e a descricao
      *    gravada no mestre.
       01  WS-TAB-SITUACOES-VALOR PIC X(50) VALUE
               '01NULA    02ATIVA   03SUSPENSA04INAPTA  08BAIXADA '.
       01  WS-TAB-SITUACOES REDEFINES WS-TAB-SITUACOES-VALOR.
           02 WS-ENT-SITUACAO OCCURS 5 TIMES.
              03 TAB-COD-SITUACAO    PIC X(02).
              03 TAB-DESC-SITUACAO   PIC X(08).
       01  WS-IND-SITUACAO       PIC 9(01) VALUE 0.
       01  WS-SITUACAO-FISCAL    PIC X(08) VALUE SPACES.
       01  WS-DATA-SIT-FISCAL    PIC 9(08) VALUE 0.

      *    Campos de validacao de data (AAAAMMDD), nos moldes do
      *    CNPJBLQM.
       01  WS-DATA-VALIDAR       PIC X(08) VALUE SPACES.
       01  WS-DATA-VALIDAR-R REDEFINES WS-DATA-VALIDAR.
           02 WS-DTV-ANO         PIC 9(04).
           02 WS-DTV-MES         PIC 9(02).
           02 WS-DTV-DIA         PIC 9(02).
       01  WS-DATA-INVALIDA      PIC 9 VALUE 0.

      *    Acumuladores da raiz corrente na quebra de controle. Uma
      *    raiz so e proposta para bloqueio quando tem base no mestre,
      *    nenhum estabelecimento ativo e nenhum registro ilegivel no
      *    extrato (situacao desconhecida nao prova fechamento).
       01  WS-RAIZ-CORRENTE      PIC X(08) VALUE SPACES.
       01  WS-BASE-ANTERIOR      PIC X(12) VALUE SPACES.
       01  WS-QTDE-FILIAIS-RAIZ  PIC 9(06) VALUE 0.
       01  WS-QTDE-ATIVAS-RAIZ   PIC 9(06) VALUE 0.
       01  WS-DATA-FECHAMENTO    PIC 9(08) VALUE 0.
       01  WS-RAIZ-NO-MESTRE     PIC 9 VALUE 0.
           88 RAIZ-NO-MESTRE          VALUE 1.
       01  WS-RAIZ-INCERTA       PIC 9 VALUE 0.
           88 RAIZ-INCERTA            VALUE 1.

       01  WS-RAIZ-ENTRADA       PIC X(08) VALUE SPACES.
       01  WS-RAIZ-BLOQUEADA     PIC 9 VALUE 0.
       01  WS-MOTIVO-BLOQUEIO    PIC X(03) VALUE SPACES.

       01  WS-QTDE-LIDOS         PIC 9(09) VALUE 0.
       01  WS-QTDE-INVALIDOS     PIC 9(09) VALUE 0.
       01  WS-QTDE-REPETIDOS     PIC 9(09) VALUE 0.
       01  WS-QTDE-NO-MESTRE     PIC 9(09) VALUE 0.
       01  WS-QTDE-ATUALIZADOS   PIC 9(09) VALUE 0.
       01  WS-QTDE-ALERTAS       PIC 9(09) VALUE 0.
       01  WS-QTDE-PROPOSTAS     PIC 9(09) VALUE 0.
       01  WS-QTDE-JA-BLOQUEADAS PIC 9(09) VALUE 0.

      *    Subtotais da origem corrente no relatorio.
       01  WS-ORIGEM-CORRENTE    PIC X(04) VALUE SPACES.
       01  WS-PRIMEIRA-ORIGEM    PIC 9 VALUE 1.
       01  WS-QTDE-ORIGEM        PIC 9(09) VALUE 0.
       01  WS-QTDE-ORI-BAIXADA   PIC 9(06) VALUE 0.
       01  WS-QTDE-ORI-INAPTA    PIC 9(06) VALUE 0.
       01  WS-QTDE-ORI-SUSPENSA  PIC 9(06) VALUE 0.
       01  WS-QTDE-ORI-NULA      PIC 9(06) VALUE 0.

       01  WS-LINHAS-PAGINA      PIC 9(03) VALUE 0.
       01  WS-MAX-LINHAS-PAGINA  PIC 9(03) VALUE 50.
       01  WS-NUM-PAGINA         PIC 9(04) VALUE 0.

      *    Entrada do diario de atualizacoes do mestre, gravada pelo
      *    modulo CNPJJRN antes de cada REWRITE.
       COPY CNPJJREG.

       01  CAB-RELATORIO-1.
           02 FILLER             PIC X(50)
             VALUE 'BASES CERTIFICADAS INATIVAS NA RECEITA - CNPJRFB'.
           02 FILLER             PIC X(09) VALUE 'PAGINA: '.
           02 CAB-PAGINA         PIC ZZZ9.
       01  CAB-RELATORIO-2       PIC X(80) VALUE
               'ORIGEM BASE (12)      DV  RECEITA   DESDE     BANCO'.

       01  LINHA-DETALHE.
           02 LD-ORIGEM          PIC X(04).
           02 FILLER             PIC X(03) VALUE SPACES.
           02 LD-BASE            PIC X(12).
           02 FILLER             PIC X(03) VALUE SPACES.
           02 LD-DV1             PIC X(01).
           02 LD-DV2             PIC X(01).
           02 FILLER             PIC X(02) VALUE SPACES.
           02 LD-SITUACAO-FISCAL PIC X(08).
           02 FILLER             PIC X(02) VALUE SPACES.
           02 LD-DATA-SIT-FISCAL PIC 9(08).
           02 FILLER             PIC X(02) VALUE SPACES.
           02 LD-SITUACAO-BANCO  PIC X(08).

       01  LINHA-SUBTOTAL.
           02 FILLER             PIC X(08) VALUE 'BAIXADA '.
           02 LS-BAIXADA         PIC ZZZ,ZZ9.
           02 FILLER             PIC X(09) VALUE '  INAPTA '.
           02 LS-INAPTA          PIC ZZZ,ZZ9.
           02 FILLER             PIC X(11) VALUE '  SUSPENSA '.
           02 LS-SUSPENSA        PIC ZZZ,ZZ9.
           02 FILLER             PIC X(07) VALUE '  NULA '.
           02 LS-NULA            PIC ZZZ,ZZ9.

       01  LINHA-RODAPE          PIC X(80) VALUE SPACES.
       01  WS-CONTADOR-EDICAO    PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE
           MOVE 'CNPJRFB' TO JRN-PROGRAMA
           CALL 'CNPJ-JORN-INICIO' USING REG-JORNAL

           PERFORM VERIFICAR-EXTRATO THRU FIM-VERIFICAR-EXTRATO

           SORT ARQ-CLASSIFICA
               ON ASCENDING KEY CLA-CNPJ-BASE-12N
               USING ARQ-RECEITA
               GIVING ARQ-RECEITA-ORD

           PERFORM ABRIR-ARQUIVOS THRU FIM-ABRIR-ARQUIVOS

           PERFORM PROCESSAR-EXTRATO THRU FIM-PROCESSAR-EXTRATO
               UNTIL FIM-RECEITA
           IF WS-RAIZ-CORRENTE NOT = SPACES
               PERFORM AVALIAR-RAIZ THRU FIM-AVALIAR-RAIZ
           END-IF

           CLOSE ARQ-RECEITA-ORD
           CLOSE ARQ-MESTRE
           CALL 'CNPJ-JORN-FIM'
           CLOSE ARQ-ALERTA
           CLOSE ARQ-PROPOSTA

           SORT ARQ-CLASSIFICA-ALR
               ON ASCENDING KEY CLL-ORIGEM CLL-CNPJ-BASE-12N
               USING ARQ-ALERTA
               GIVING ARQ-ALERTA-ORD

           PERFORM IMPRIMIR-RELATORIO THRU FIM-IMPRIMIR-RELATORIO

           DISPLAY 'Registros do extrato lidos:   ' WS-QTDE-LIDOS
           DISPLAY 'Situacoes gravadas no mestre: ' WS-QTDE-ATUALIZADOS
           DISPLAY 'Certificadas inativas:        ' WS-QTDE-ALERTAS
           DISPLAY 'Raizes propostas p/ bloqueio: ' WS-QTDE-PROPOSTAS

           IF WS-QTDE-INVALIDOS > 0 OR WS-QTDE-ALERTAS > 0
              OR WS-QTDE-PROPOSTAS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

      *    Sem o extrato do mes nao ha o que conciliar; o passo cai
      *    antes de abrir o mestre.
       VERIFICAR-EXTRATO.
           OPEN INPUT ARQ-RECEITA
           IF WS-FS-RECEITA NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJRFB.TXT - STATUS '
                       WS-FS-RECEITA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE ARQ-RECEITA.
       FIM-VERIFICAR-EXTRATO.
           EXIT.

       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-RECEITA-ORD
           IF WS-FS-RECEITA-ORD NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJRFBO.TXT - STATUS '
                       WS-FS-RECEITA-ORD
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
           OPEN OUTPUT ARQ-ALERTA
           IF WS-FS-ALERTA NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJRFBA.TXT - STATUS '
                       WS-FS-ALERTA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-PROPOSTA
           IF WS-FS-PROPOSTA NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJBLQP.TXT - STATUS '
                       WS-FS-PROPOSTA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       FIM-ABRIR-ARQUIVOS.
           EXIT.

       PROCESSAR-EXTRATO.
           READ ARQ-RECEITA-ORD
               AT END
                   SET FIM-RECEITA TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTDE-LIDOS
                   IF ORD-CNPJ-BASE-12N(1:8) NOT = WS-RAIZ-CORRENTE
                       IF WS-RAIZ-CORRENTE NOT = SPACES
                           PERFORM AVALIAR-RAIZ THRU FIM-AVALIAR-RAIZ
                       END-IF
                       MOVE ORD-CNPJ-BASE-12N(1:8) TO WS-RAIZ-CORRENTE
                       MOVE 0 TO WS-QTDE-FILIAIS-RAIZ
                                 WS-QTDE-ATIVAS-RAIZ
                                 WS-DATA-FECHAMENTO
                                 WS-RAIZ-NO-MESTRE
                                 WS-RAIZ-INCERTA
                   END-IF
                   PERFORM TRATAR-ESTABELECIMENTO THRU
                           FIM-TRATAR-ESTABELECIMENTO
           END-READ.
       FIM-PROCESSAR-EXTRATO.
           EXIT.

      *    Estabelecimento repetido no extrato conta uma vez so;
      *    codigo de situacao desconhecido ou data invalida nao
      *    tocam o mestre e deixam a raiz fora da proposta.
       TRATAR-ESTABELECIMENTO.
           IF ORD-CNPJ-BASE-12N = WS-BASE-ANTERIOR
               ADD 1 TO WS-QTDE-REPETIDOS
               GO TO FIM-TRATAR-ESTABELECIMENTO
           END-IF
           MOVE ORD-CNPJ-BASE-12N TO WS-BASE-ANTERIOR

           MOVE SPACES TO WS-SITUACAO-FISCAL
           PERFORM VARYING WS-IND-SITUACAO FROM 1 BY 1
                   UNTIL WS-IND-SITUACAO > 5
                      OR WS-SITUACAO-FISCAL NOT = SPACES
               IF TAB-COD-SITUACAO(WS-IND-SITUACAO) = ORD-COD-SITUACAO
                   MOVE TAB-DESC-SITUACAO(WS-IND-SITUACAO)
                       TO WS-SITUACAO-FISCAL
               END-IF
           END-PERFORM
           MOVE ORD-DATA-SITUACAO TO WS-DATA-VALIDAR
           PERFORM VALIDAR-DATA THRU FIM-VALIDAR-DATA
           IF WS-SITUACAO-FISCAL = SPACES OR WS-DATA-INVALIDA = 1
               ADD 1 TO WS-QTDE-INVALIDOS
               SET RAIZ-INCERTA TO TRUE
               GO TO FIM-TRATAR-ESTABELECIMENTO
           END-IF
           MOVE ORD-DATA-SITUACAO TO WS-DATA-SIT-FISCAL

           ADD 1 TO WS-QTDE-FILIAIS-RAIZ
           IF WS-SITUACAO-FISCAL = 'ATIVA'
               ADD 1 TO WS-QTDE-ATIVAS-RAIZ
           ELSE
               IF WS-DATA-SIT-FISCAL > WS-DATA-FECHAMENTO
                   MOVE WS-DATA-SIT-FISCAL TO WS-DATA-FECHAMENTO
               END-IF
           END-IF

           MOVE ORD-CNPJ-BASE-12N TO MST-CNPJ-BASE-12N
           READ ARQ-MESTRE
           IF WS-FS-MESTRE = '23'
               GO TO FIM-TRATAR-ESTABELECIMENTO
           END-IF
           IF WS-FS-MESTRE NOT = '00'
               DISPLAY 'ERRO AO LER CNPJMST.DAT - STATUS '
                       WS-FS-MESTRE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-QTDE-NO-MESTRE
           SET RAIZ-NO-MESTRE TO TRUE

           IF MST-SITUACAO-FISCAL NOT = WS-SITUACAO-FISCAL
              OR MST-DATA-SIT-FISCAL NOT = WS-DATA-SIT-FISCAL
               PERFORM GRAVAR-SITUACAO-FISCAL THRU
                       FIM-GRAVAR-SITUACAO-FISCAL
           END-IF

           IF MST-SITUACAO = 'OK' AND WS-SITUACAO-FISCAL NOT = 'ATIVA'
               PERFORM GRAVAR-ALERTA THRU FIM-GRAVAR-ALERTA
           END-IF.
       FIM-TRATAR-ESTABELECIMENTO.
           EXIT.

       VALIDAR-DATA.
           MOVE 0 TO WS-DATA-INVALIDA
           IF WS-DATA-VALIDAR NOT NUMERIC
               MOVE 1 TO WS-DATA-INVALIDA
               GO TO FIM-VALIDAR-DATA
           END-IF
           IF WS-DTV-ANO < 1900 OR WS-DTV-ANO > 2199
              OR WS-DTV-MES < 1 OR WS-DTV-MES > 12
              OR WS-DTV-DIA < 1 OR WS-DTV-DIA > 31
               MOVE 1 TO WS-DATA-INVALIDA
           END-IF.
       FIM-VALIDAR-DATA.
           EXIT.

       GRAVAR-SITUACAO-FISCAL.
           MOVE REG-MESTRE TO JRN-IMAGEM-ANTES
           MOVE WS-SITUACAO-FISCAL TO MST-SITUACAO-FISCAL
           MOVE WS-DATA-SIT-FISCAL TO MST-DATA-SIT-FISCAL
           MOVE 'A' TO JRN-ACAO
           MOVE REG-MESTRE TO JRN-IMAGEM-DEPOIS
           CALL 'CNPJ-JORN-GRAVA' USING REG-JORNAL
           REWRITE REG-MESTRE
           IF WS-FS-MESTRE NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR CNPJMST.DAT - STATUS '
                       WS-FS-MESTRE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-QTDE-ATUALIZADOS.
       FIM-GRAVAR-SITUACAO-FISCAL.
           EXIT.

       GRAVAR-ALERTA.
           MOVE MST-ORIGEM          TO ALR-ORIGEM
           MOVE MST-CNPJ-BASE-12N   TO ALR-CNPJ-BASE-12N
           MOVE MST-CNPJ-DV-1       TO ALR-CNPJ-DV-1
           MOVE MST-CNPJ-DV-2       TO ALR-CNPJ-DV-2
           MOVE MST-SITUACAO-FISCAL TO ALR-SITUACAO-FISCAL
           MOVE MST-DATA-SIT-FISCAL TO ALR-DATA-SIT-FISCAL
           MOVE MST-SITUACAO-BANCO  TO ALR-SITUACAO-BANCO
           WRITE REG-ALERTA
           IF WS-FS-ALERTA NOT = '00'
               DISPLAY 'ERRO AO GRAVAR CNPJRFBA.TXT - STATUS '
                       WS-FS-ALERTA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-QTDE-ALERTAS.
       FIM-GRAVAR-ALERTA.
           EXIT.

      *    Quebra da raiz: todos os estabelecimentos fechados, ao
      *    menos um deles no mestre e raiz ainda fora da tabela de
      *    bloqueios = inclusao proposta com motivo CAN, vigente desde
      *    o fechamento mais recente e sem fim de vigencia.
       AVALIAR-RAIZ.
           IF NOT RAIZ-NO-MESTRE OR RAIZ-INCERTA
              OR WS-QTDE-FILIAIS-RAIZ = 0
              OR WS-QTDE-ATIVAS-RAIZ > 0
               GO TO FIM-AVALIAR-RAIZ
           END-IF
           MOVE WS-RAIZ-CORRENTE TO WS-RAIZ-ENTRADA
           CALL 'CNPJ-BLOQ-RAIZ' USING WS-RAIZ-ENTRADA
                                       WS-RAIZ-BLOQUEADA
                                       WS-MOTIVO-BLOQUEIO
           IF WS-RAIZ-BLOQUEADA = 1
               ADD 1 TO WS-QTDE-JA-BLOQUEADAS
               GO TO FIM-AVALIAR-RAIZ
           END-IF
           MOVE 'I'                TO PRP-OPERACAO
           MOVE WS-RAIZ-CORRENTE   TO PRP-RAIZ
           MOVE 'CAN'              TO PRP-MOTIVO
           MOVE WS-DATA-FECHAMENTO TO PRP-DATA-VIGENCIA
           MOVE SPACES             TO PRP-DATA-FIM
           WRITE REG-PROPOSTA
           IF WS-FS-PROPOSTA NOT = '00'
               DISPLAY 'ERRO AO GRAVAR CNPJBLQP.TXT - STATUS '
                       WS-FS-PROPOSTA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-QTDE-PROPOSTAS.
       FIM-AVALIAR-RAIZ.
           EXIT.

      *    Relatorio por origem: detalhes reclassificados por origem e
      *    base, com subtotal por situacao na Receita a cada troca de
      *    origem e os totais da conciliacao no rodape.
       IMPRIMIR-RELATORIO.
           OPEN INPUT ARQ-ALERTA-ORD
           IF WS-FS-ALERTA-ORD NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJRFBL.TXT - STATUS '
                       WS-FS-ALERTA-ORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-RELATORIO
           IF WS-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJRFB.RPT - STATUS '
                       WS-FS-RELATORIO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM IMPRIMIR-CABECALHO THRU FIM-IMPRIMIR-CABECALHO

           PERFORM IMPRIMIR-ALERTA THRU FIM-IMPRIMIR-ALERTA
               UNTIL FIM-ALERTA
           IF WS-PRIMEIRA-ORIGEM = 0
               PERFORM IMPRIMIR-SUBTOTAL THRU FIM-IMPRIMIR-SUBTOTAL
           END-IF

           PERFORM IMPRIMIR-RODAPE THRU FIM-IMPRIMIR-RODAPE
           CLOSE ARQ-ALERTA-ORD
           CLOSE ARQ-RELATORIO.
       FIM-IMPRIMIR-RELATORIO.
           EXIT.

       IMPRIMIR-ALERTA.
           READ ARQ-ALERTA-ORD
               AT END
                   SET FIM-ALERTA TO TRUE
                   GO TO FIM-IMPRIMIR-ALERTA
           END-READ
           IF WS-PRIMEIRA-ORIGEM = 1
               MOVE 0 TO WS-PRIMEIRA-ORIGEM
               MOVE AOR-ORIGEM TO WS-ORIGEM-CORRENTE
           END-IF
           IF AOR-ORIGEM NOT = WS-ORIGEM-CORRENTE
               PERFORM IMPRIMIR-SUBTOTAL THRU FIM-IMPRIMIR-SUBTOTAL
               MOVE AOR-ORIGEM TO WS-ORIGEM-CORRENTE
           END-IF

           ADD 1 TO WS-QTDE-ORIGEM
           IF AOR-SITUACAO-FISCAL = 'BAIXADA'
               ADD 1 TO WS-QTDE-ORI-BAIXADA
           END-IF
           IF AOR-SITUACAO-FISCAL = 'INAPTA'
               ADD 1 TO WS-QTDE-ORI-INAPTA
           END-IF
           IF AOR-SITUACAO-FISCAL = 'SUSPENSA'
               ADD 1 TO WS-QTDE-ORI-SUSPENSA
           END-IF
           IF AOR-SITUACAO-FISCAL = 'NULA'
               ADD 1 TO WS-QTDE-ORI-NULA
           END-IF

           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS-PAGINA
               PERFORM IMPRIMIR-CABECALHO THRU FIM-IMPRIMIR-CABECALHO
           END-IF
           MOVE AOR-ORIGEM          TO LD-ORIGEM
           MOVE AOR-CNPJ-BASE-12N   TO LD-BASE
           MOVE AOR-CNPJ-DV-1       TO LD-DV1
           MOVE AOR-CNPJ-DV-2       TO LD-DV2
           MOVE AOR-SITUACAO-FISCAL TO LD-SITUACAO-FISCAL
           MOVE AOR-DATA-SIT-FISCAL TO LD-DATA-SIT-FISCAL
           IF AOR-SITUACAO-BANCO = SPACES
               MOVE 'SEM RET.' TO LD-SITUACAO-BANCO
           ELSE
               MOVE AOR-SITUACAO-BANCO TO LD-SITUACAO-BANCO
           END-IF
           WRITE LINHA-RELATORIO FROM LINHA-DETALHE
           ADD 1 TO WS-LINHAS-PAGINA.
       FIM-IMPRIMIR-ALERTA.
           EXIT.

       IMPRIMIR-SUBTOTAL.
           MOVE WS-QTDE-ORIGEM TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'TOTAL DA ORIGEM ' WS-ORIGEM-CORRENTE ': '
                   WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-ORI-BAIXADA  TO LS-BAIXADA
           MOVE WS-QTDE-ORI-INAPTA   TO LS-INAPTA
           MOVE WS-QTDE-ORI-SUSPENSA TO LS-SUSPENSA
           MOVE WS-QTDE-ORI-NULA     TO LS-NULA
           WRITE LINHA-RELATORIO FROM LINHA-SUBTOTAL
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           ADD 3 TO WS-LINHAS-PAGINA
           MOVE 0 TO WS-QTDE-ORIGEM WS-QTDE-ORI-BAIXADA
                     WS-QTDE-ORI-INAPTA WS-QTDE-ORI-SUSPENSA
                     WS-QTDE-ORI-NULA.
       FIM-IMPRIMIR-SUBTOTAL.
           EXIT.

       IMPRIMIR-CABECALHO.
           ADD 1 TO WS-NUM-PAGINA
           MOVE WS-NUM-PAGINA TO CAB-PAGINA
           MOVE 0 TO WS-LINHAS-PAGINA
           WRITE LINHA-RELATORIO FROM CAB-RELATORIO-1
           WRITE LINHA-RELATORIO FROM CAB-RELATORIO-2.
       FIM-IMPRIMIR-CABECALHO.
           EXIT.

       IMPRIMIR-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-QTDE-LIDOS TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'REGISTROS DO EXTRATO LIDOS:    ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-INVALIDOS TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'CODIGO OU DATA INVALIDOS:      ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-REPETIDOS TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'ESTABELECIMENTOS REPETIDOS:    ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-NO-MESTRE TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'BASES ENCONTRADAS NO MESTRE:   ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-ATUALIZADOS TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'SITUACOES GRAVADAS NO MESTRE:  ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-ALERTAS TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'CERTIFICADAS INATIVAS:         ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-PROPOSTAS TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'RAIZES PROPOSTAS (CNPJBLQP):   ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-JA-BLOQUEADAS TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'RAIZES FECHADAS JA BLOQUEADAS: ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE.
       FIM-IMPRIMIR-RODAPE.
           EXIT.
