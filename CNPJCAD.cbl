       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJCAD.
       AUTHOR.     Moises.
      *********    OUT/26.
      *********    Controlador da cadeia noturna (CNPJSPL, fatias do
      *********    CNPJBATCH, CNPJMRG, CNPJMST, CNPJDELT, CNPJEXP e
      *********    CNPJCONF), no lugar do roteiro que o operador seguia
      *********    a mao. Os passos, o retorno maximo aceito de cada um
      *********    e os passos de que cada um depende vem da definicao
      *********    CNPJCADD.TXT. Cada passo e disparado como programa
      *********    do sistema operacional, com a resposta da pergunta
      *********    de console que ele faz (quantidade de fatias, numero
      *********    da fatia); o retorno acima do maximo marca o passo
      *********    como falho e suspende os que dependem dele, sem
      *********    impedir os passos independentes. O estado da noite
      *********    fica em CNPJCADE.TXT, regravado a cada passo: na
      *********    reexecucao da mesma noite os passos concluidos nao
      *********    sao repetidos (o CNPJMST nao pode carregar o mesmo
      *********    CNPJRES.TXT duas vezes) e a cadeia retoma do passo
      *********    que falhou. Passo interrompido junto com o
      *********    controlador e resolvido pelo CNPJHIST.TXT. Resumo da
      *********    noite em uma pagina no CNPJCAD.RPT; retorno 8 quando
      *********    a cadeia nao termina completa. Passos vizinhos
      *********    prontos e independentes entre si (as fatias do
      *********    CNPJBATCH) sao disparados juntos, em paralelo; o
      *********    retorno de cada um e gravado pelo proprio comando
      *********    em CNPJCAD.<passo> e apurado como o do passo
      *********    sozinho.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DEFINICAO ASSIGN TO "CNPJCADD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEFINICAO.
           SELECT ARQ-ESTADO ASSIGN TO "CNPJCADE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESTADO.
           SELECT ARQ-HISTORICO ASSIGN TO "CNPJHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.
           SELECT ARQ-STATUS ASSIGN TO WS-NOME-STATUS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATUS.
           SELECT ARQ-RELATORIO ASSIGN TO "CNPJCAD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
      *    Definicao da cadeia, um passo por linha, na ordem de
      *    execucao: nome do passo, programa, fatia com que o passo
      *    grava o CNPJHIST.TXT (0 = sem fatia), resposta para a
      *    pergunta de console do programa (branco = nenhuma),
      *    retorno maximo aceito e ate seis passos anteriores de que
      *    o passo depende.
       FD  ARQ-DEFINICAO.
       01  REG-DEFINICAO.
           02 DEF-PASSO              PIC X(08).
           02 FILLER                 PIC X(01).
           02 DEF-PROGRAMA           PIC X(09).
           02 FILLER                 PIC X(01).
           02 DEF-FATIA              PIC X(01).
           02 FILLER                 PIC X(01).
           02 DEF-RESPOSTA           PIC X(04).
           02 FILLER                 PIC X(01).
           02 DEF-RETORNO-MAXIMO     PIC X(02).
           02 FILLER                 PIC X(01).
           02 DEF-DEPENDENCIAS.
              03 DEF-DEPENDENCIA OCCURS 6 TIMES.
                 04 DEF-PASSO-ANTERIOR  PIC X(08).
                 04 FILLER              PIC X(01).

      *    Estado da noite: uma linha por passo, com a situacao
      *    (P = pendente, E = em execucao, C = concluido, F = falhou,
      *    S = suspenso por dependencia), o ultimo retorno, quantas
      *    vezes o passo foi disparado e os carimbos da ultima
      *    execucao.
       FD  ARQ-ESTADO.
       01  REG-ESTADO.
           02 EST-NOITE              PIC 9(08).
           02 EST-PASSO              PIC X(08).
           02 EST-PROGRAMA           PIC X(09).
           02 EST-SITUACAO           PIC X(01).
           02 EST-RETORNO            PIC 9(03).
           02 EST-EXECUCOES          PIC 9(02).
           02 EST-DATA-INICIO        PIC 9(08).
           02 EST-HORA-INICIO        PIC X(06).
           02 EST-DATA-FIM           PIC 9(08).
           02 EST-HORA-FIM           PIC X(06).

       FD  ARQ-HISTORICO.
       COPY CNPJHREG.

      *    Codigo de retorno de um membro do grupo paralelo, gravado
      *    com tres digitos pelo comando ao fim do programa.
       FD  ARQ-STATUS.
       01  REG-STATUS                PIC X(03).

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-DEFINICAO       PIC X(02) VALUE '00'.
       01  WS-FS-ESTADO          PIC X(02) VALUE '00'.
       01  WS-FS-HISTORICO       PIC X(02) VALUE '00'.
       01  WS-FS-STATUS          PIC X(02) VALUE '00'.
       01  WS-FS-RELATORIO       PIC X(02) VALUE '00'.

       01  WS-FIM-ARQUIVO        PIC 9 VALUE 0.
           88 FIM-ARQUIVO             VALUE 1.

       01  WS-DATA-HORA-ATUAL    PIC X(21) VALUE SPACES.
       01  WS-DATA-HOJE          PIC 9(08) VALUE 0.
       01  WS-HORA-AGORA         PIC X(06) VALUE SPACES.
       01  WS-HORA-AGORA-R REDEFINES WS-HORA-AGORA.
           02 WS-HRA-HORA        PIC 9(02).
           02 FILLER             PIC X(04).

      *    Noite da cadeia: a data informada pelo operador ou, em
      *    branco, a noite corrente - antes do meio-dia ainda e a
      *    noite anterior, como no CNPJTND.
       01  WS-DATA-DIGITADA      PIC X(08) VALUE SPACES.
       01  WS-DATA-VALIDAR       PIC X(08) VALUE SPACES.
       01  WS-DATA-VALIDAR-R REDEFINES WS-DATA-VALIDAR.
           02 WS-DTV-ANO         PIC 9(04).
           02 WS-DTV-MES         PIC 9(02).
           02 WS-DTV-DIA         PIC 9(02).
       01  WS-DATA-INVALIDA      PIC 9 VALUE 0.
       01  WS-DATA-NOITE         PIC 9(08) VALUE 0.
       01  WS-INT-NOITE          PIC 9(07) VALUE 0.

      *    Estado gravado de outra noite: so e descartado se aquela
      *    noite terminou completa.
       01  WS-NOITE-ANTERIOR     PIC 9(08) VALUE 0.
       01  WS-ANTERIOR-INCOMPLETA PIC 9 VALUE 0.
           88 ANTERIOR-INCOMPLETA     VALUE 1.
       01  WS-RETOMADA           PIC 9 VALUE 0.
           88 RETOMADA                VALUE 1.
       01  WS-TEM-INTERROMPIDO   PIC 9 VALUE 0.
           88 TEM-INTERROMPIDO        VALUE 1.

      *    Passos da cadeia, na ordem da definicao, com o estado
      *    corrente. As dependencias sao guardadas como indice do
      *    passo anterior na tabela.
       01  WS-QTDE-PASSOS        PIC 9(02) VALUE 0.
       01  WS-IND-PASSO          PIC 9(02) VALUE 0.
       01  WS-IND-PASSO-ACHADO   PIC 9(02) VALUE 0.
       01  WS-IND-DEPENDENCIA    PIC 9(02) VALUE 0.
       01  WS-IND-ANTERIOR       PIC 9(02) VALUE 0.
       01  WS-TAB-PASSOS.
           02 WS-ENT-PASSO OCCURS 30 TIMES.
              03 PAS-PASSO           PIC X(08).
              03 PAS-PROGRAMA        PIC X(09).
              03 PAS-FATIA           PIC 9(01).
              03 PAS-RESPOSTA        PIC X(04).
              03 PAS-RETORNO-MAXIMO  PIC 9(02).
              03 PAS-QTDE-DEPEND     PIC 9(01).
              03 PAS-IND-DEPEND OCCURS 6 TIMES
                                     PIC 9(02).
              03 PAS-SITUACAO        PIC X(01).
                 88 PASSO-PENDENTE       VALUE 'P'.
                 88 PASSO-EM-EXECUCAO    VALUE 'E'.
                 88 PASSO-CONCLUIDO      VALUE 'C'.
                 88 PASSO-FALHOU         VALUE 'F'.
                 88 PASSO-SUSPENSO       VALUE 'S'.
              03 PAS-RETORNO         PIC 9(03).
              03 PAS-EXECUCOES       PIC 9(02).
              03 PAS-DATA-INICIO     PIC 9(08).
              03 PAS-HORA-INICIO     PIC X(06).
              03 PAS-DATA-FIM        PIC 9(08).
              03 PAS-HORA-FIM        PIC X(06).
              03 PAS-NESTA-EXECUCAO  PIC 9(01).
              03 PAS-OCORRENCIA      PIC X(30).

      *    Disparo do passo. O SYSTEM devolve o status de termino do
      *    processo: codigo de retorno do programa vezes 256; resto
      *    diferente de zero e termino anormal (programa abortado).
       01  WS-COMANDO            PIC X(2800) VALUE SPACES.
       01  WS-POS-COMANDO        PIC 9(04) VALUE 0.
       01  WS-STATUS-SISTEMA     PIC S9(09) VALUE 0.
       01  WS-RETORNO-PASSO      PIC 9(09) VALUE 0.
       01  WS-RESTO-STATUS       PIC 9(09) VALUE 0.
       01  WS-TERMINO-ANORMAL    PIC 9(03) VALUE 999.

      *    Grupo de passos disparados juntos: o passo corrente e os
      *    seguintes, na ordem da definicao, cujas dependencias ja
      *    estao concluidas - nenhum depende de outro do grupo. Os
      *    concluidos no meio sao saltados; o primeiro passo que
      *    ainda nao pode rodar fecha o grupo.
       01  WS-QTDE-GRUPO         PIC 9(02) VALUE 0.
       01  WS-IND-GRUPO          PIC 9(02) VALUE 0.
       01  WS-IND-MEMBRO         PIC 9(02) VALUE 0.
       01  WS-IND-CANDIDATO      PIC 9(02) VALUE 0.
       01  WS-IND-PROXIMO        PIC 9(02) VALUE 0.
       01  WS-IND-HISTORICO      PIC 9(02) VALUE 0.
       01  WS-TAB-GRUPO.
           02 WS-PASSO-GRUPO OCCURS 30 TIMES PIC 9(02).
       01  WS-FIM-GRUPO          PIC 9 VALUE 0.
           88 FIM-GRUPO               VALUE 1.
       01  WS-NOME-STATUS        PIC X(16) VALUE SPACES.
       01  WS-RETORNO-GRAVADO    PIC X(03) VALUE SPACES.
       01  WS-STATUS-MEMBRO      PIC 9(03) VALUE 0.

       01  WS-QTDE-EXECUTADOS    PIC 9(09) VALUE 0.
       01  WS-QTDE-JA-CONCLUIDOS PIC 9(09) VALUE 0.
       01  WS-QTDE-CONCLUIDOS    PIC 9(09) VALUE 0.
       01  WS-QTDE-FALHOS        PIC 9(09) VALUE 0.
       01  WS-QTDE-SUSPENSOS     PIC 9(09) VALUE 0.

       01  WS-NUM-PAGINA         PIC 9(04) VALUE 0.

       01  CAB-RELATORIO-1.
           02 CAB-TITULO         PIC X(38) VALUE
               'CADEIA NOTURNA - CNPJCAD'.
           02 FILLER             PIC X(09) VALUE 'PAGINA: '.
           02 CAB-PAGINA         PIC ZZZ9.
           02 FILLER             PIC X(09) VALUE '  DATA:  '.
           02 CAB-DATA           PIC 9(08).
       01  CAB-RELATORIO-2.
           02 FILLER             PIC X(07) VALUE 'NOITE: '.
           02 CAB-NOITE          PIC 9(08).
           02 FILLER             PIC X(12) VALUE '  RETOMADA: '.
           02 CAB-RETOMADA       PIC X(03).
       01  CAB-RELATORIO-3.
           02 FILLER             PIC X(30) VALUE
               'PASSO    PROGRAMA  MAX  RC EX '.
           02 FILLER             PIC X(50) VALUE
               'INICIO   FIM      OCORRENCIA'.

       01  LINHA-DETALHE.
           02 LD-PASSO           PIC X(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LD-PROGRAMA        PIC X(09).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LD-RETORNO-MAXIMO  PIC ZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LD-RETORNO         PIC X(03).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LD-EXECUCOES       PIC Z9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LD-HORA-INICIO     PIC X(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LD-HORA-FIM        PIC X(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LD-OCORRENCIA      PIC X(30).

       01  WS-RETORNO-EDICAO     PIC ZZ9.
       01  WS-HORA-EDICAO        PIC X(06) VALUE SPACES.
       01  WS-HORA-EDITADA       PIC X(08) VALUE SPACES.

       01  LINHA-RODAPE          PIC X(80) VALUE SPACES.
       01  WS-CONTADOR-EDICAO    PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE
           MOVE WS-DATA-HORA-ATUAL(9:6) TO WS-HORA-AGORA

           PERFORM LER-NOITE THRU FIM-LER-NOITE
           PERFORM CARREGAR-DEFINICAO THRU FIM-CARREGAR-DEFINICAO
           PERFORM CARREGAR-ESTADO THRU FIM-CARREGAR-ESTADO
           IF TEM-INTERROMPIDO
               PERFORM RECUPERAR-INTERROMPIDOS THRU
                       FIM-RECUPERAR-INTERROMPIDOS
           END-IF
           PERFORM GRAVAR-ESTADO THRU FIM-GRAVAR-ESTADO

           PERFORM EXECUTAR-PASSO THRU FIM-EXECUTAR-PASSO
               VARYING WS-IND-PASSO FROM 1 BY 1
               UNTIL WS-IND-PASSO > WS-QTDE-PASSOS

           PERFORM IMPRIMIR-RESUMO THRU FIM-IMPRIMIR-RESUMO

           DISPLAY 'Noite da cadeia:             ' WS-DATA-NOITE
           DISPLAY 'Passos na definicao:         ' WS-QTDE-PASSOS
           DISPLAY 'Passos executados agora:     ' WS-QTDE-EXECUTADOS
           DISPLAY 'Concluidos antes:            '
                   WS-QTDE-JA-CONCLUIDOS
           DISPLAY 'Passos com falha:            ' WS-QTDE-FALHOS
           DISPLAY 'Passos suspensos:            ' WS-QTDE-SUSPENSOS

           IF WS-QTDE-FALHOS > 0 OR WS-QTDE-SUSPENSOS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

       LER-NOITE.
           DISPLAY 'Noite da cadeia (AAAAMMDD, branco = noite '
                   'corrente): '.
           ACCEPT WS-DATA-DIGITADA.
           IF WS-DATA-DIGITADA NOT = SPACES
               MOVE WS-DATA-DIGITADA TO WS-DATA-VALIDAR
               PERFORM VALIDAR-DATA THRU FIM-VALIDAR-DATA
               IF WS-DATA-INVALIDA = 1
                   DISPLAY 'DATA INVALIDA: ' WS-DATA-DIGITADA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-DATA-DIGITADA TO WS-DATA-NOITE
               GO TO FIM-LER-NOITE
           END-IF
           MOVE WS-DATA-HOJE TO WS-DATA-NOITE
           IF WS-HRA-HORA < 12
               COMPUTE WS-INT-NOITE =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) - 1
               COMPUTE WS-DATA-NOITE =
                       FUNCTION DATE-OF-INTEGER(WS-INT-NOITE)
           END-IF.
       FIM-LER-NOITE.
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

      *----------------------------------------------------------------*
      *    Definicao da cadeia: qualquer linha invalida derruba o      *
      *    controlador antes do primeiro passo - uma dependencia mal   *
      *    escrita deixaria um passo rodar fora de ordem.              *
      *----------------------------------------------------------------*
       CARREGAR-DEFINICAO.
           OPEN INPUT ARQ-DEFINICAO
           IF WS-FS-DEFINICAO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJCADD.TXT - STATUS '
                       WS-FS-DEFINICAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-FIM-ARQUIVO
           PERFORM CARREGAR-PASSO THRU FIM-CARREGAR-PASSO
               UNTIL FIM-ARQUIVO
           CLOSE ARQ-DEFINICAO
           IF WS-QTDE-PASSOS = 0
               DISPLAY 'CNPJCADD.TXT SEM PASSOS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       FIM-CARREGAR-DEFINICAO.
           EXIT.

       CARREGAR-PASSO.
           READ ARQ-DEFINICAO
               AT END
                   SET FIM-ARQUIVO TO TRUE
                   GO TO FIM-CARREGAR-PASSO
           END-READ
           IF REG-DEFINICAO = SPACES
               GO TO FIM-CARREGAR-PASSO
           END-IF
           IF DEF-PASSO = SPACES OR DEF-PROGRAMA = SPACES
              OR DEF-FATIA NOT NUMERIC OR DEF-FATIA > '4'
              OR DEF-RETORNO-MAXIMO NOT NUMERIC
               DISPLAY 'CNPJCADD.TXT INVALIDO: ' REG-DEFINICAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM PROCURAR-PASSO THRU FIM-PROCURAR-PASSO
           IF WS-IND-PASSO-ACHADO > 0
               DISPLAY 'PASSO REPETIDO EM CNPJCADD.TXT: ' DEF-PASSO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-QTDE-PASSOS >= 30
               DISPLAY 'TABELA DE PASSOS CHEIA - AMPLIAR WS-TAB-PASSOS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-QTDE-PASSOS
           MOVE DEF-PASSO TO PAS-PASSO(WS-QTDE-PASSOS)
           MOVE DEF-PROGRAMA TO PAS-PROGRAMA(WS-QTDE-PASSOS)
           MOVE DEF-FATIA TO PAS-FATIA(WS-QTDE-PASSOS)
           MOVE DEF-RESPOSTA TO PAS-RESPOSTA(WS-QTDE-PASSOS)
           MOVE DEF-RETORNO-MAXIMO
               TO PAS-RETORNO-MAXIMO(WS-QTDE-PASSOS)
           MOVE 0 TO PAS-QTDE-DEPEND(WS-QTDE-PASSOS)
                     PAS-RETORNO(WS-QTDE-PASSOS)
                     PAS-EXECUCOES(WS-QTDE-PASSOS)
                     PAS-DATA-INICIO(WS-QTDE-PASSOS)
                     PAS-DATA-FIM(WS-QTDE-PASSOS)
                     PAS-NESTA-EXECUCAO(WS-QTDE-PASSOS)
           MOVE SPACES TO PAS-HORA-INICIO(WS-QTDE-PASSOS)
                          PAS-HORA-FIM(WS-QTDE-PASSOS)
                          PAS-OCORRENCIA(WS-QTDE-PASSOS)
           SET PASSO-PENDENTE(WS-QTDE-PASSOS) TO TRUE

      *    Dependencia so pode apontar para um passo anterior da
      *    definicao: assim a ordem do arquivo e uma ordem valida.
           PERFORM VARYING WS-IND-DEPENDENCIA FROM 1 BY 1
                   UNTIL WS-IND-DEPENDENCIA > 6
               IF DEF-PASSO-ANTERIOR(WS-IND-DEPENDENCIA) NOT = SPACES
                   MOVE 0 TO WS-IND-ANTERIOR
                   PERFORM VARYING WS-IND-PASSO FROM 1 BY 1
                           UNTIL WS-IND-PASSO >= WS-QTDE-PASSOS
                       IF PAS-PASSO(WS-IND-PASSO) =
                          DEF-PASSO-ANTERIOR(WS-IND-DEPENDENCIA)
                           MOVE WS-IND-PASSO TO WS-IND-ANTERIOR
                       END-IF
                   END-PERFORM
                   IF WS-IND-ANTERIOR = 0
                       DISPLAY 'DEPENDENCIA DESCONHECIDA EM '
                               'CNPJCADD.TXT: ' DEF-PASSO ' -> '
                               DEF-PASSO-ANTERIOR(WS-IND-DEPENDENCIA)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO PAS-QTDE-DEPEND(WS-QTDE-PASSOS)
                   MOVE WS-IND-ANTERIOR TO
                        PAS-IND-DEPEND(WS-QTDE-PASSOS,
                                       PAS-QTDE-DEPEND(WS-QTDE-PASSOS))
               END-IF
           END-PERFORM.
       FIM-CARREGAR-PASSO.
           EXIT.

       PROCURAR-PASSO.
           MOVE 0 TO WS-IND-PASSO-ACHADO
           PERFORM VARYING WS-IND-PASSO FROM 1 BY 1
                   UNTIL WS-IND-PASSO > WS-QTDE-PASSOS
                      OR WS-IND-PASSO-ACHADO > 0
               IF PAS-PASSO(WS-IND-PASSO) = DEF-PASSO
                   MOVE WS-IND-PASSO TO WS-IND-PASSO-ACHADO
               END-IF
           END-PERFORM.
       FIM-PROCURAR-PASSO.
           EXIT.

      *----------------------------------------------------------------*
      *    Estado da noite. Estado da mesma noite e retomada: cada     *
      *    passo volta com a situacao gravada. Estado de outra noite   *
      *    so e descartado se aquela noite terminou completa; noite    *
      *    anterior incompleta precisa ser retomada (informando a sua  *
      *    data) ou ter o CNPJCADE.TXT arquivado pelo operador antes.  *
      *----------------------------------------------------------------*
       CARREGAR-ESTADO.
           OPEN INPUT ARQ-ESTADO
           IF WS-FS-ESTADO = '35'
               GO TO FIM-CARREGAR-ESTADO
           END-IF
           IF WS-FS-ESTADO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJCADE.TXT - STATUS '
                       WS-FS-ESTADO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-FIM-ARQUIVO
           PERFORM CARREGAR-SITUACAO THRU FIM-CARREGAR-SITUACAO
               UNTIL FIM-ARQUIVO
           CLOSE ARQ-ESTADO

           IF ANTERIOR-INCOMPLETA
               DISPLAY 'CADEIA DA NOITE ' WS-NOITE-ANTERIOR
                       ' INCOMPLETA EM CNPJCADE.TXT - RETOMAR ESSA '
                       'NOITE OU ARQUIVAR O ESTADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-NOITE-ANTERIOR > 0
               DISPLAY 'CNPJCADE.TXT da noite ' WS-NOITE-ANTERIOR
                       ' concluida - iniciando a noite ' WS-DATA-NOITE
           END-IF.
       FIM-CARREGAR-ESTADO.
           EXIT.

       CARREGAR-SITUACAO.
           READ ARQ-ESTADO
               AT END
                   SET FIM-ARQUIVO TO TRUE
                   GO TO FIM-CARREGAR-SITUACAO
           END-READ
           IF EST-NOITE NOT = WS-DATA-NOITE
               MOVE EST-NOITE TO WS-NOITE-ANTERIOR
               IF EST-SITUACAO NOT = 'C'
                   SET ANTERIOR-INCOMPLETA TO TRUE
               END-IF
               GO TO FIM-CARREGAR-SITUACAO
           END-IF

           SET RETOMADA TO TRUE
           MOVE EST-PASSO TO DEF-PASSO
           PERFORM PROCURAR-PASSO THRU FIM-PROCURAR-PASSO
           IF WS-IND-PASSO-ACHADO = 0
               DISPLAY 'Passo ' EST-PASSO ' do CNPJCADE.TXT fora da '
                       'definicao - ignorado'
               GO TO FIM-CARREGAR-SITUACAO
           END-IF
           MOVE EST-SITUACAO    TO PAS-SITUACAO(WS-IND-PASSO-ACHADO)
           MOVE EST-RETORNO     TO PAS-RETORNO(WS-IND-PASSO-ACHADO)
           MOVE EST-EXECUCOES   TO PAS-EXECUCOES(WS-IND-PASSO-ACHADO)
           MOVE EST-DATA-INICIO TO PAS-DATA-INICIO(WS-IND-PASSO-ACHADO)
           MOVE EST-HORA-INICIO TO PAS-HORA-INICIO(WS-IND-PASSO-ACHADO)
           MOVE EST-DATA-FIM    TO PAS-DATA-FIM(WS-IND-PASSO-ACHADO)
           MOVE EST-HORA-FIM    TO PAS-HORA-FIM(WS-IND-PASSO-ACHADO)
           IF PASSO-EM-EXECUCAO(WS-IND-PASSO-ACHADO)
               SET TEM-INTERROMPIDO TO TRUE
           END-IF.
       FIM-CARREGAR-SITUACAO.
           EXIT.

      *----------------------------------------------------------------*
      *    Passo que ficou em execucao quando o controlador caiu: se o *
      *    programa chegou ao fim, a linha dele esta no CNPJHIST.TXT   *
      *    com inicio igual ou posterior ao disparo, e o retorno dela  *
      *    vale como resultado do passo. Sem essa linha o passo nao    *
      *    terminou e sera executado de novo.                          *
      *----------------------------------------------------------------*
       RECUPERAR-INTERROMPIDOS.
           PERFORM LER-HISTORICO THRU FIM-LER-HISTORICO

           PERFORM VARYING WS-IND-HISTORICO FROM 1 BY 1
                   UNTIL WS-IND-HISTORICO > WS-QTDE-PASSOS
               IF PASSO-EM-EXECUCAO(WS-IND-HISTORICO)
                   SET PASSO-FALHOU(WS-IND-HISTORICO) TO TRUE
                   MOVE WS-TERMINO-ANORMAL
                       TO PAS-RETORNO(WS-IND-HISTORICO)
                   MOVE 'INTERROMPIDO SEM HISTORICO'
                       TO PAS-OCORRENCIA(WS-IND-HISTORICO)
                   DISPLAY 'Passo ' PAS-PASSO(WS-IND-HISTORICO)
                           ' interrompido - sera executado de novo'
               END-IF
           END-PERFORM.
       FIM-RECUPERAR-INTERROMPIDOS.
           EXIT.

      *    Apura pelo CNPJHIST.TXT os passos em execucao: a linha do
      *    mesmo programa e fatia com inicio igual ou posterior ao
      *    disparo e a do passo. Usado na recuperacao de passo
      *    interrompido e no fim de um grupo disparado em paralelo.
       LER-HISTORICO.
           OPEN INPUT ARQ-HISTORICO
           IF WS-FS-HISTORICO = '35'
               MOVE 1 TO WS-FIM-ARQUIVO
           ELSE
               IF WS-FS-HISTORICO NOT = '00'
                   DISPLAY 'ERRO AO ABRIR CNPJHIST.TXT - STATUS '
                           WS-FS-HISTORICO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 0 TO WS-FIM-ARQUIVO
           END-IF
           PERFORM CONFERIR-HISTORICO THRU FIM-CONFERIR-HISTORICO
               UNTIL FIM-ARQUIVO
           IF WS-FS-HISTORICO NOT = '35'
               CLOSE ARQ-HISTORICO
           END-IF.
       FIM-LER-HISTORICO.
           EXIT.

       CONFERIR-HISTORICO.
           READ ARQ-HISTORICO
               AT END
                   SET FIM-ARQUIVO TO TRUE
                   GO TO FIM-CONFERIR-HISTORICO
           END-READ
           PERFORM VARYING WS-IND-HISTORICO FROM 1 BY 1
                   UNTIL WS-IND-HISTORICO > WS-QTDE-PASSOS
               IF PASSO-EM-EXECUCAO(WS-IND-HISTORICO)
                  AND HIS-PROGRAMA = PAS-PROGRAMA(WS-IND-HISTORICO)
                  AND HIS-FATIA = PAS-FATIA(WS-IND-HISTORICO)
                  AND (HIS-DATA-INICIO >
                       PAS-DATA-INICIO(WS-IND-HISTORICO)
                       OR (HIS-DATA-INICIO =
                           PAS-DATA-INICIO(WS-IND-HISTORICO)
                           AND HIS-HORA-INICIO >=
                               PAS-HORA-INICIO(WS-IND-HISTORICO)))
                   MOVE HIS-RETORNO TO PAS-RETORNO(WS-IND-HISTORICO)
                   MOVE HIS-DATA-FIM TO PAS-DATA-FIM(WS-IND-HISTORICO)
                   MOVE HIS-HORA-FIM TO PAS-HORA-FIM(WS-IND-HISTORICO)
                   IF HIS-RETORNO > PAS-RETORNO-MAXIMO(WS-IND-HISTORICO)
                       SET PASSO-FALHOU(WS-IND-HISTORICO) TO TRUE
                       MOVE 'ACIMA DO LIMITE PELO CNPJHIST'
                           TO PAS-OCORRENCIA(WS-IND-HISTORICO)
                   ELSE
                       SET PASSO-CONCLUIDO(WS-IND-HISTORICO) TO TRUE
                       MOVE 'CONCLUIDO PELO CNPJHIST'
                           TO PAS-OCORRENCIA(WS-IND-HISTORICO)
                   END-IF
                   DISPLAY 'Passo ' PAS-PASSO(WS-IND-HISTORICO)
                           ' apurado pelo CNPJHIST.TXT - retorno '
                           HIS-RETORNO
               END-IF
           END-PERFORM.
       FIM-CONFERIR-HISTORICO.
           EXIT.

      *    O estado inteiro e regravado a cada mudanca de situacao,
      *    para que uma queda em qualquer ponto deixe a noite
      *    retomavel.
       GRAVAR-ESTADO.
           OPEN OUTPUT ARQ-ESTADO
           IF WS-FS-ESTADO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJCADE.TXT - STATUS '
                       WS-FS-ESTADO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-IND-ANTERIOR FROM 1 BY 1
                   UNTIL WS-IND-ANTERIOR > WS-QTDE-PASSOS
               MOVE WS-DATA-NOITE TO EST-NOITE
               MOVE PAS-PASSO(WS-IND-ANTERIOR) TO EST-PASSO
               MOVE PAS-PROGRAMA(WS-IND-ANTERIOR) TO EST-PROGRAMA
               MOVE PAS-SITUACAO(WS-IND-ANTERIOR) TO EST-SITUACAO
               MOVE PAS-RETORNO(WS-IND-ANTERIOR) TO EST-RETORNO
               MOVE PAS-EXECUCOES(WS-IND-ANTERIOR) TO EST-EXECUCOES
               MOVE PAS-DATA-INICIO(WS-IND-ANTERIOR)
                   TO EST-DATA-INICIO
               MOVE PAS-HORA-INICIO(WS-IND-ANTERIOR)
                   TO EST-HORA-INICIO
               MOVE PAS-DATA-FIM(WS-IND-ANTERIOR) TO EST-DATA-FIM
               MOVE PAS-HORA-FIM(WS-IND-ANTERIOR) TO EST-HORA-FIM
               WRITE REG-ESTADO
               IF WS-FS-ESTADO NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR CNPJCADE.TXT - STATUS '
                           WS-FS-ESTADO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE ARQ-ESTADO.
       FIM-GRAVAR-ESTADO.
           EXIT.

      *----------------------------------------------------------------*
      *    Um passo da cadeia: concluido nao se repete; passo com      *
      *    dependencia que nao concluiu fica suspenso; os demais       *
      *    (pendente, falho, suspenso em execucao anterior) rodam,     *
      *    sozinhos ou em grupo com os seguintes que ja podem rodar.   *
      *    Passo ja disparado nesta execucao, dentro de um grupo, nao  *
      *    e disparado de novo.                                        *
      *----------------------------------------------------------------*
       EXECUTAR-PASSO.
           IF PAS-NESTA-EXECUCAO(WS-IND-PASSO) = 1
               GO TO FIM-EXECUTAR-PASSO
           END-IF
           IF PASSO-CONCLUIDO(WS-IND-PASSO)
               IF PAS-OCORRENCIA(WS-IND-PASSO) = SPACES
                   MOVE 'CONCLUIDO ANTES - NAO REPETIDO'
                       TO PAS-OCORRENCIA(WS-IND-PASSO)
               END-IF
               GO TO FIM-EXECUTAR-PASSO
           END-IF

      *    Suspensao de uma execucao anterior e reavaliada: a
      *    dependencia pode ter concluido nesta.
           IF PASSO-SUSPENSO(WS-IND-PASSO)
               SET PASSO-PENDENTE(WS-IND-PASSO) TO TRUE
               MOVE SPACES TO PAS-OCORRENCIA(WS-IND-PASSO)
           END-IF
           PERFORM VARYING WS-IND-DEPENDENCIA FROM 1 BY 1
                   UNTIL WS-IND-DEPENDENCIA >
                         PAS-QTDE-DEPEND(WS-IND-PASSO)
                      OR PASSO-SUSPENSO(WS-IND-PASSO)
               MOVE PAS-IND-DEPEND(WS-IND-PASSO, WS-IND-DEPENDENCIA)
                   TO WS-IND-ANTERIOR
               IF NOT PASSO-CONCLUIDO(WS-IND-ANTERIOR)
                   SET PASSO-SUSPENSO(WS-IND-PASSO) TO TRUE
                   MOVE SPACES TO PAS-OCORRENCIA(WS-IND-PASSO)
                   STRING 'SUSPENSO - DEPENDE DE '
                          PAS-PASSO(WS-IND-ANTERIOR)
                          DELIMITED BY SIZE
                          INTO PAS-OCORRENCIA(WS-IND-PASSO)
               END-IF
           END-PERFORM
           IF PASSO-SUSPENSO(WS-IND-PASSO)
               DISPLAY 'Passo ' PAS-PASSO(WS-IND-PASSO) ' suspenso'
               PERFORM GRAVAR-ESTADO THRU FIM-GRAVAR-ESTADO
               GO TO FIM-EXECUTAR-PASSO
           END-IF

           PERFORM MONTAR-GRUPO THRU FIM-MONTAR-GRUPO
           IF WS-QTDE-GRUPO > 1
               PERFORM DISPARAR-GRUPO THRU FIM-DISPARAR-GRUPO
               GO TO FIM-EXECUTAR-PASSO
           END-IF

      *    Passo sozinho: o retorno vem do status de termino do
      *    proprio programa.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           MOVE WS-IND-PASSO TO WS-IND-MEMBRO
           PERFORM INICIAR-PASSO THRU FIM-INICIAR-PASSO
           PERFORM GRAVAR-ESTADO THRU FIM-GRAVAR-ESTADO

           MOVE SPACES TO WS-COMANDO
           MOVE 1 TO WS-POS-COMANDO
           PERFORM MONTAR-COMANDO THRU FIM-MONTAR-COMANDO
           DISPLAY 'Iniciando passo ' PAS-PASSO(WS-IND-PASSO)
                   ' - ' PAS-PROGRAMA(WS-IND-PASSO)
           CALL 'SYSTEM' USING WS-COMANDO
           MOVE RETURN-CODE TO WS-STATUS-SISTEMA
           MOVE 0 TO RETURN-CODE

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           MOVE WS-DATA-HORA-ATUAL(1:8) TO PAS-DATA-FIM(WS-IND-PASSO)
           MOVE WS-DATA-HORA-ATUAL(9:6) TO PAS-HORA-FIM(WS-IND-PASSO)
           PERFORM APURAR-RETORNO THRU FIM-APURAR-RETORNO
           DISPLAY 'Passo ' PAS-PASSO(WS-IND-PASSO) ' terminou - '
                   'retorno ' PAS-RETORNO(WS-IND-PASSO)
           PERFORM GRAVAR-ESTADO THRU FIM-GRAVAR-ESTADO.
       FIM-EXECUTAR-PASSO.
           EXIT.

      *    O grupo comeca no passo corrente e recebe os seguintes, na
      *    ordem da definicao, enquanto todas as dependencias deles
      *    estiverem concluidas (quem depende de um membro do grupo
      *    fecha o grupo). Dois membros com o mesmo programa e a
      *    mesma fatia nao poderiam ser separados no CNPJHIST.TXT e
      *    tambem fecham o grupo.
       MONTAR-GRUPO.
           MOVE 1 TO WS-QTDE-GRUPO
           MOVE WS-IND-PASSO TO WS-PASSO-GRUPO(1)
           MOVE 0 TO WS-FIM-GRUPO
           COMPUTE WS-IND-PROXIMO = WS-IND-PASSO + 1
           PERFORM AVALIAR-CANDIDATO THRU FIM-AVALIAR-CANDIDATO
               VARYING WS-IND-CANDIDATO FROM WS-IND-PROXIMO BY 1
               UNTIL WS-IND-CANDIDATO > WS-QTDE-PASSOS
                  OR FIM-GRUPO.
       FIM-MONTAR-GRUPO.
           EXIT.

       AVALIAR-CANDIDATO.
           IF PASSO-CONCLUIDO(WS-IND-CANDIDATO)
               GO TO FIM-AVALIAR-CANDIDATO
           END-IF
           PERFORM VARYING WS-IND-DEPENDENCIA FROM 1 BY 1
                   UNTIL WS-IND-DEPENDENCIA >
                         PAS-QTDE-DEPEND(WS-IND-CANDIDATO)
                      OR FIM-GRUPO
               MOVE PAS-IND-DEPEND(WS-IND-CANDIDATO, WS-IND-DEPENDENCIA)
                   TO WS-IND-ANTERIOR
               IF NOT PASSO-CONCLUIDO(WS-IND-ANTERIOR)
                   SET FIM-GRUPO TO TRUE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IND-GRUPO FROM 1 BY 1
                   UNTIL WS-IND-GRUPO > WS-QTDE-GRUPO
                      OR FIM-GRUPO
               MOVE WS-PASSO-GRUPO(WS-IND-GRUPO) TO WS-IND-MEMBRO
               IF PAS-PROGRAMA(WS-IND-MEMBRO) =
                  PAS-PROGRAMA(WS-IND-CANDIDATO)
                  AND PAS-FATIA(WS-IND-MEMBRO) =
                      PAS-FATIA(WS-IND-CANDIDATO)
                   SET FIM-GRUPO TO TRUE
               END-IF
           END-PERFORM
           IF FIM-GRUPO
               GO TO FIM-AVALIAR-CANDIDATO
           END-IF
           ADD 1 TO WS-QTDE-GRUPO
           MOVE WS-IND-CANDIDATO TO WS-PASSO-GRUPO(WS-QTDE-GRUPO).
       FIM-AVALIAR-CANDIDATO.
           EXIT.

      *----------------------------------------------------------------*
      *    Grupo disparado em um unico comando, cada membro em segundo *
      *    plano e o controlador esperando todos terminarem:           *
      *    rm -f CNPJCAD.BAT1; (echo 1 | CNPJBATCH;                    *
      *    printf %03d\\n $? > CNPJCAD.BAT1) & ... wait                *
      *    O status do comando nao diz nada de cada membro; cada um    *
      *    grava o retorno do seu programa em CNPJCAD.<passo>, que e   *
      *    apurado pelas mesmas regras do passo sozinho (programa que  *
      *    nao grava o CNPJHIST, como o lote recusado, sai com o seu   *
      *    proprio retorno). Membro que nao chegou a gravar o arquivo  *
      *    fica falho com retorno 999.                                 *
      *----------------------------------------------------------------*
       DISPARAR-GRUPO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           MOVE SPACES TO WS-COMANDO
           MOVE 1 TO WS-POS-COMANDO
           DISPLAY 'Iniciando em paralelo ' WS-QTDE-GRUPO ' passos'
           PERFORM VARYING WS-IND-GRUPO FROM 1 BY 1
                   UNTIL WS-IND-GRUPO > WS-QTDE-GRUPO
               MOVE WS-PASSO-GRUPO(WS-IND-GRUPO) TO WS-IND-MEMBRO
               PERFORM INICIAR-PASSO THRU FIM-INICIAR-PASSO
               PERFORM MONTAR-NOME-STATUS THRU FIM-MONTAR-NOME-STATUS
               STRING 'rm -f ' DELIMITED BY SIZE
                      WS-NOME-STATUS DELIMITED BY SPACE
                      '; (' DELIMITED BY SIZE
                      INTO WS-COMANDO WITH POINTER WS-POS-COMANDO
               PERFORM MONTAR-COMANDO THRU FIM-MONTAR-COMANDO
               STRING '; printf %03d\\n $? > ' DELIMITED BY SIZE
                      WS-NOME-STATUS DELIMITED BY SPACE
                      ') & ' DELIMITED BY SIZE
                      INTO WS-COMANDO WITH POINTER WS-POS-COMANDO
               DISPLAY 'Iniciando passo ' PAS-PASSO(WS-IND-MEMBRO)
                       ' - ' PAS-PROGRAMA(WS-IND-MEMBRO)
           END-PERFORM
           STRING 'wait' DELIMITED BY SIZE
                  INTO WS-COMANDO WITH POINTER WS-POS-COMANDO
           PERFORM GRAVAR-ESTADO THRU FIM-GRAVAR-ESTADO

           CALL 'SYSTEM' USING WS-COMANDO
           MOVE 0 TO RETURN-CODE

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           PERFORM VARYING WS-IND-GRUPO FROM 1 BY 1
                   UNTIL WS-IND-GRUPO > WS-QTDE-GRUPO
               MOVE WS-PASSO-GRUPO(WS-IND-GRUPO) TO WS-IND-MEMBRO
               MOVE WS-DATA-HORA-ATUAL(1:8)
                   TO PAS-DATA-FIM(WS-IND-MEMBRO)
               MOVE WS-DATA-HORA-ATUAL(9:6)
                   TO PAS-HORA-FIM(WS-IND-MEMBRO)
               PERFORM APURAR-MEMBRO THRU FIM-APURAR-MEMBRO
               DISPLAY 'Passo ' PAS-PASSO(WS-IND-MEMBRO) ' terminou - '
                       'retorno ' PAS-RETORNO(WS-IND-MEMBRO)
           END-PERFORM
           PERFORM GRAVAR-ESTADO THRU FIM-GRAVAR-ESTADO.
       FIM-DISPARAR-GRUPO.
           EXIT.

      *    Arquivo de retorno do membro WS-IND-MEMBRO: CNPJCAD.<passo>.
      *    Fica no diretorio ate o proximo disparo do mesmo passo.
       MONTAR-NOME-STATUS.
           MOVE SPACES TO WS-NOME-STATUS
           STRING 'CNPJCAD.' DELIMITED BY SIZE
                  PAS-PASSO(WS-IND-MEMBRO) DELIMITED BY SPACE
                  INTO WS-NOME-STATUS.
       FIM-MONTAR-NOME-STATUS.
           EXIT.

      *    O retorno gravado pelo membro volta a forma do status do
      *    SYSTEM (retorno vezes 256) e segue as regras do passo
      *    sozinho.
       APURAR-MEMBRO.
           PERFORM MONTAR-NOME-STATUS THRU FIM-MONTAR-NOME-STATUS
           MOVE SPACES TO WS-RETORNO-GRAVADO
           OPEN INPUT ARQ-STATUS
           IF WS-FS-STATUS = '00'
               READ ARQ-STATUS
               IF WS-FS-STATUS = '00'
                   MOVE REG-STATUS TO WS-RETORNO-GRAVADO
               END-IF
               CLOSE ARQ-STATUS
           END-IF
           IF WS-RETORNO-GRAVADO NOT NUMERIC
               SET PASSO-FALHOU(WS-IND-MEMBRO) TO TRUE
               MOVE WS-TERMINO-ANORMAL TO PAS-RETORNO(WS-IND-MEMBRO)
               MOVE 'TERMINO SEM RETORNO GRAVADO'
                   TO PAS-OCORRENCIA(WS-IND-MEMBRO)
               GO TO FIM-APURAR-MEMBRO
           END-IF
           MOVE WS-RETORNO-GRAVADO TO WS-STATUS-MEMBRO
           COMPUTE WS-STATUS-SISTEMA = WS-STATUS-MEMBRO * 256
           PERFORM APURAR-RETORNO THRU FIM-APURAR-RETORNO.
       FIM-APURAR-MEMBRO.
           EXIT.

      *    Passo WS-IND-MEMBRO em execucao, com o carimbo de inicio
      *    ja lido em WS-DATA-HORA-ATUAL.
       INICIAR-PASSO.
           SET PASSO-EM-EXECUCAO(WS-IND-MEMBRO) TO TRUE
           MOVE 1 TO PAS-NESTA-EXECUCAO(WS-IND-MEMBRO)
           ADD 1 TO PAS-EXECUCOES(WS-IND-MEMBRO)
           MOVE WS-DATA-HORA-ATUAL(1:8)
               TO PAS-DATA-INICIO(WS-IND-MEMBRO)
           MOVE WS-DATA-HORA-ATUAL(9:6)
               TO PAS-HORA-INICIO(WS-IND-MEMBRO)
           MOVE 0 TO PAS-DATA-FIM(WS-IND-MEMBRO)
           MOVE SPACES TO PAS-HORA-FIM(WS-IND-MEMBRO)
           ADD 1 TO WS-QTDE-EXECUTADOS.
       FIM-INICIAR-PASSO.
           EXIT.

      *    Acrescenta ao comando o disparo do passo WS-IND-MEMBRO,
      *    com a resposta da pergunta de console quando houver.
       MONTAR-COMANDO.
           IF PAS-RESPOSTA(WS-IND-MEMBRO) = SPACES
               STRING PAS-PROGRAMA(WS-IND-MEMBRO) DELIMITED BY SPACE
                      INTO WS-COMANDO WITH POINTER WS-POS-COMANDO
           ELSE
               STRING 'echo ' DELIMITED BY SIZE
                      PAS-RESPOSTA(WS-IND-MEMBRO) DELIMITED BY SPACE
                      ' | ' DELIMITED BY SIZE
                      PAS-PROGRAMA(WS-IND-MEMBRO) DELIMITED BY SPACE
                      INTO WS-COMANDO WITH POINTER WS-POS-COMANDO
           END-IF.
       FIM-MONTAR-COMANDO.
           EXIT.

       APURAR-RETORNO.
           IF WS-STATUS-SISTEMA < 0
               MOVE WS-TERMINO-ANORMAL TO PAS-RETORNO(WS-IND-MEMBRO)
               SET PASSO-FALHOU(WS-IND-MEMBRO) TO TRUE
               MOVE 'PROGRAMA NAO DISPARADO'
                   TO PAS-OCORRENCIA(WS-IND-MEMBRO)
               GO TO FIM-APURAR-RETORNO
           END-IF
           DIVIDE WS-STATUS-SISTEMA BY 256 GIVING WS-RETORNO-PASSO
               REMAINDER WS-RESTO-STATUS
           IF WS-RESTO-STATUS NOT = 0 OR WS-RETORNO-PASSO > 255
               MOVE WS-TERMINO-ANORMAL TO PAS-RETORNO(WS-IND-MEMBRO)
               SET PASSO-FALHOU(WS-IND-MEMBRO) TO TRUE
               MOVE 'TERMINO ANORMAL'
                   TO PAS-OCORRENCIA(WS-IND-MEMBRO)
               GO TO FIM-APURAR-RETORNO
           END-IF
           MOVE WS-RETORNO-PASSO TO PAS-RETORNO(WS-IND-MEMBRO)
           IF WS-RETORNO-PASSO > PAS-RETORNO-MAXIMO(WS-IND-MEMBRO)
               SET PASSO-FALHOU(WS-IND-MEMBRO) TO TRUE
               MOVE 'RETORNO ACIMA DO LIMITE'
                   TO PAS-OCORRENCIA(WS-IND-MEMBRO)
           ELSE
               SET PASSO-CONCLUIDO(WS-IND-MEMBRO) TO TRUE
               MOVE 'CONCLUIDO' TO PAS-OCORRENCIA(WS-IND-MEMBRO)
           END-IF.
       FIM-APURAR-RETORNO.
           EXIT.

      *----------------------------------------------------------------*
      *    Resumo da noite em uma pagina: uma linha por passo, na      *
      *    ordem da definicao, e os totais da execucao.                *
      *----------------------------------------------------------------*
       IMPRIMIR-RESUMO.
           OPEN OUTPUT ARQ-RELATORIO
           IF WS-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJCAD.RPT - STATUS '
                       WS-FS-RELATORIO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NUM-PAGINA
           MOVE WS-NUM-PAGINA TO CAB-PAGINA
           MOVE WS-DATA-HOJE TO CAB-DATA
           MOVE WS-DATA-NOITE TO CAB-NOITE
           IF RETOMADA
               MOVE 'SIM' TO CAB-RETOMADA
           ELSE
               MOVE 'NAO' TO CAB-RETOMADA
           END-IF
           WRITE LINHA-RELATORIO FROM CAB-RELATORIO-1
           WRITE LINHA-RELATORIO FROM CAB-RELATORIO-2
           WRITE LINHA-RELATORIO FROM CAB-RELATORIO-3

           PERFORM IMPRIMIR-PASSO THRU FIM-IMPRIMIR-PASSO
               VARYING WS-IND-PASSO FROM 1 BY 1
               UNTIL WS-IND-PASSO > WS-QTDE-PASSOS

           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-QTDE-PASSOS TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'TOTAL DE PASSOS:            ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-EXECUTADOS TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'EXECUTADOS NESTA RODADA:    ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-CONCLUIDOS TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'CONCLUIDOS NESTA RODADA:    ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-JA-CONCLUIDOS TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'CONCLUIDOS ANTES:           ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-FALHOS TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'PASSOS COM FALHA:           ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-SUSPENSOS TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'PASSOS SUSPENSOS:           ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF WS-QTDE-FALHOS > 0 OR WS-QTDE-SUSPENSOS > 0
               MOVE SPACES TO LINHA-RELATORIO
               STRING 'CADEIA INCOMPLETA - CORRIGIR A FALHA E '
                      'EXECUTAR O CNPJCAD DE NOVO PARA RETOMAR'
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
           ELSE
               MOVE 'CADEIA CONCLUIDA' TO LINHA-RELATORIO
           END-IF
           WRITE LINHA-RELATORIO
           CLOSE ARQ-RELATORIO.
       FIM-IMPRIMIR-RESUMO.
           EXIT.

       IMPRIMIR-PASSO.
           EVALUATE TRUE
               WHEN PASSO-CONCLUIDO(WS-IND-PASSO)
                   IF PAS-NESTA-EXECUCAO(WS-IND-PASSO) = 1
                       ADD 1 TO WS-QTDE-CONCLUIDOS
                   ELSE
                       ADD 1 TO WS-QTDE-JA-CONCLUIDOS
                   END-IF
               WHEN PASSO-SUSPENSO(WS-IND-PASSO)
                   ADD 1 TO WS-QTDE-SUSPENSOS
               WHEN OTHER
                   ADD 1 TO WS-QTDE-FALHOS
           END-EVALUATE

           MOVE PAS-PASSO(WS-IND-PASSO) TO LD-PASSO
           MOVE PAS-PROGRAMA(WS-IND-PASSO) TO LD-PROGRAMA
           MOVE PAS-RETORNO-MAXIMO(WS-IND-PASSO) TO LD-RETORNO-MAXIMO
           MOVE PAS-EXECUCOES(WS-IND-PASSO) TO LD-EXECUCOES
           MOVE SPACES TO LD-RETORNO LD-HORA-INICIO LD-HORA-FIM
           IF PAS-EXECUCOES(WS-IND-PASSO) > 0
               MOVE PAS-RETORNO(WS-IND-PASSO) TO WS-RETORNO-EDICAO
               MOVE WS-RETORNO-EDICAO TO LD-RETORNO
               MOVE PAS-HORA-INICIO(WS-IND-PASSO) TO WS-HORA-EDICAO
               PERFORM EDITAR-HORA THRU FIM-EDITAR-HORA
               MOVE WS-HORA-EDITADA TO LD-HORA-INICIO
               MOVE PAS-HORA-FIM(WS-IND-PASSO) TO WS-HORA-EDICAO
               PERFORM EDITAR-HORA THRU FIM-EDITAR-HORA
               MOVE WS-HORA-EDITADA TO LD-HORA-FIM
           END-IF
           MOVE PAS-OCORRENCIA(WS-IND-PASSO) TO LD-OCORRENCIA
           IF PASSO-PENDENTE(WS-IND-PASSO)
               MOVE 'NAO EXECUTADO' TO LD-OCORRENCIA
           END-IF
           WRITE LINHA-RELATORIO FROM LINHA-DETALHE.
       FIM-IMPRIMIR-PASSO.
           EXIT.

       EDITAR-HORA.
           MOVE SPACES TO WS-HORA-EDITADA
           IF WS-HORA-EDICAO NOT = SPACES
               STRING WS-HORA-EDICAO(1:2) ':' WS-HORA-EDICAO(3:2) ':'
                      WS-HORA-EDICAO(5:2)
                      DELIMITED BY SIZE INTO WS-HORA-EDITADA
           END-IF.
       FIM-EDITAR-HORA.
           EXIT.
