       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJTND.
       AUTHOR.     Moises.
      *********    OUT/26.
      *********    Tendencia da janela noturna: le o historico de
      *********    execucoes CNPJHIST.TXT sobre um periodo informado
      *********    pelo operador e imprime em CNPJTND.RPT, para cada
      *********    noite, a duracao da cadeia, o passo mais longo e
      *********    a marca das noites que passaram do fim da janela;
      *********    para cada passo e fatia, a duracao e os registros
      *********    por minuto de cada noite, a media, a pior noite e
      *********    a tendencia contra o periodo anterior de mesmo
      *********    tamanho; e o equilibrio das quatro fatias do
      *********    CNPJSPL (quanto o CNPJMRG esperou pela fatia mais
      *********    lenta). Serve de base para o planejamento de
      *********    capacidade e para decidir o numero de fatias.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-HISTORICO ASSIGN TO "CNPJHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.
           SELECT ARQ-RELATORIO ASSIGN TO "CNPJTND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-HISTORICO.
       COPY CNPJHREG.

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-HISTORICO       PIC X(02) VALUE '00'.
       01  WS-FS-RELATORIO       PIC X(02) VALUE '00'.

       01  WS-FIM-HISTORICO      PIC 9 VALUE 0.
           88 FIM-HISTORICO           VALUE 1.

       01  WS-DATA-HORA-ATUAL    PIC X(21) VALUE SPACES.
       01  WS-DATA-HOJE          PIC 9(08) VALUE 0.

      *    Parametros do operador: periodo (AAAAMMDD, ate 100
      *    noites) e hora de fim da janela (HHMM). Fim de janela
      *    antes do meio-dia cai na manha seguinte a noite.
       01  WS-DATA-DIGITADA      PIC X(08) VALUE SPACES.
       01  WS-HORA-DIGITADA      PIC X(04) VALUE SPACES.
       01  WS-HORA-DIGITADA-R REDEFINES WS-HORA-DIGITADA.
           02 WS-HRD-HORA        PIC 9(02).
           02 WS-HRD-MINUTO      PIC 9(02).
       01  WS-JANELA-SEGUNDOS    PIC 9(05) VALUE 0.
       01  WS-JANELA-DIA-SEGUINTE PIC 9 VALUE 0.

       01  WS-DATA-INI-PERIODO   PIC 9(08) VALUE 0.
       01  WS-DATA-FIM-PERIODO   PIC 9(08) VALUE 0.
       01  WS-DATA-INI-ANTERIOR  PIC 9(08) VALUE 0.
       01  WS-DATA-FIM-ANTERIOR  PIC 9(08) VALUE 0.
       01  WS-INT-INI-PERIODO    PIC 9(07) VALUE 0.
       01  WS-INT-FIM-PERIODO    PIC 9(07) VALUE 0.
       01  WS-INT-INI-ANTERIOR   PIC 9(07) VALUE 0.
       01  WS-INT-AUXILIAR       PIC 9(07) VALUE 0.
       01  WS-DIAS-PERIODO       PIC 9(03) VALUE 0.
       01  WS-DIAS-TOTAL         PIC 9(03) VALUE 0.

      *    Campos de validacao de data (AAAAMMDD) e hora (HHMMSS).
       01  WS-DATA-VALIDAR       PIC X(08) VALUE SPACES.
       01  WS-DATA-VALIDAR-R REDEFINES WS-DATA-VALIDAR.
           02 WS-DTV-ANO         PIC 9(04).
           02 WS-DTV-MES         PIC 9(02).
           02 WS-DTV-DIA         PIC 9(02).
       01  WS-DATA-INVALIDA      PIC 9 VALUE 0.
       01  WS-HORA-VALIDAR       PIC X(06) VALUE SPACES.
       01  WS-HORA-VALIDAR-R REDEFINES WS-HORA-VALIDAR.
           02 WS-HRV-HORA        PIC 9(02).
           02 WS-HRV-MINUTO      PIC 9(02).
           02 WS-HRV-SEGUNDO     PIC 9(02).

      *    Instantes em segundos corridos (dia inteiro * 86400 +
      *    segundos do dia), para medir passos que cruzam a meia-noite.
       01  WS-INICIO-ABS         PIC 9(11) VALUE 0.
       01  WS-FIM-ABS            PIC 9(11) VALUE 0.
       01  WS-LIMITE-ABS         PIC 9(11) VALUE 0.

      *    A noite de um registro e a data de inicio do passo; passo
      *    iniciado antes do meio-dia pertence a noite anterior.
       01  WS-INT-NOITE          PIC 9(07) VALUE 0.
       01  WS-DATA-NOITE         PIC 9(08) VALUE 0.
       01  WS-IND-NOITE          PIC 9(03) VALUE 0.
       01  WS-IND-NOITE-INI      PIC 9(03) VALUE 0.
       01  WS-IND-NOITE-FIM      PIC 9(03) VALUE 0.

      *    Passos (programa + fatia) na ordem em que aparecem no
      *    historico.
       01  WS-QTDE-PASSOS        PIC 9(02) VALUE 0.
       01  WS-IND-PASSO          PIC 9(02) VALUE 0.
       01  WS-IND-PASSO-ACHADO   PIC 9(02) VALUE 0.
       01  WS-PROC-PROGRAMA      PIC X(09) VALUE SPACES.
       01  WS-PROC-FATIA         PIC 9(01) VALUE 0.
       01  WS-TAB-PASSOS.
           02 WS-ENT-PASSO OCCURS 20 TIMES.
              03 PAS-PROGRAMA        PIC X(09).
              03 PAS-FATIA           PIC 9(01).

      *    Noites do periodo anterior (1 ate WS-DIAS-PERIODO) seguidas
      *    das noites do periodo pedido. Passo reexecutado na mesma
      *    noite: vale a ultima execucao, como no CNPJCONF; inicio e
      *    fim da cadeia contam todas as execucoes.
       01  WS-TAB-NOITES.
           02 WS-ENT-NOITE OCCURS 200 TIMES.
              03 NOI-TEM-DADOS       PIC 9(01).
              03 NOI-INICIO-ABS      PIC 9(11).
              03 NOI-FIM-ABS         PIC 9(11).
              03 NOI-PASSO OCCURS 20 TIMES.
                 04 NPS-PRESENTE     PIC 9(01).
                 04 NPS-SEGUNDOS     PIC 9(07).
                 04 NPS-LIDOS        PIC 9(09).
                 04 NPS-FIM-ABS      PIC 9(11).

      *    Acumuladores por passo e por noite.
       01  WS-NOITES-PERIODO     PIC 9(03) VALUE 0.
       01  WS-SEGUNDOS-PERIODO   PIC 9(09) VALUE 0.
       01  WS-LIDOS-PERIODO      PIC 9(11) VALUE 0.
       01  WS-NOITES-ANTERIOR    PIC 9(03) VALUE 0.
       01  WS-SEGUNDOS-ANTERIOR  PIC 9(09) VALUE 0.
       01  WS-PIOR-SEGUNDOS      PIC 9(07) VALUE 0.
       01  WS-PIOR-NOITE         PIC 9(08) VALUE 0.
       01  WS-MEDIA-PERIODO      PIC 9(07) VALUE 0.
       01  WS-MEDIA-ANTERIOR     PIC 9(07) VALUE 0.
       01  WS-REG-MINUTO         PIC 9(09) VALUE 0.
       01  WS-TENDENCIA          PIC S9(05)V9 VALUE 0.
       01  WS-MAIOR-SEGUNDOS     PIC 9(07) VALUE 0.
       01  WS-IND-MAIOR          PIC 9(02) VALUE 0.

      *    Equilibrio das fatias do CNPJSPL.
       01  WS-IND-FATIA          PIC 9(01) VALUE 0.
       01  WS-TAB-PASSO-FATIA.
           02 WS-IND-PASSO-FATIA OCCURS 4 TIMES PIC 9(02).
       01  WS-FATIAS-NA-NOITE    PIC 9(01) VALUE 0.
       01  WS-FIM-PRIMEIRA       PIC 9(11) VALUE 0.
       01  WS-FIM-ULTIMA         PIC 9(11) VALUE 0.
       01  WS-FATIA-LENTA        PIC 9(01) VALUE 0.
       01  WS-DIFERENCA          PIC 9(07) VALUE 0.
       01  WS-SOMA-DIFERENCA     PIC 9(09) VALUE 0.
       01  WS-MAIOR-DIFERENCA    PIC 9(07) VALUE 0.
       01  WS-NOITES-FATIADAS    PIC 9(03) VALUE 0.
       01  WS-TAB-VEZES-LENTA.
           02 WS-VEZES-LENTA OCCURS 4 TIMES PIC 9(03).

       01  WS-QTDE-LIDOS         PIC 9(09) VALUE 0.
       01  WS-QTDE-IGNORADOS     PIC 9(09) VALUE 0.
       01  WS-QTDE-NOITES        PIC 9(03) VALUE 0.
       01  WS-QTDE-ESTOUROS      PIC 9(03) VALUE 0.

      *    Duracao em segundos editada como HH:MM:SS.
       01  WS-SEGUNDOS-FORMATAR  PIC 9(07) VALUE 0.
       01  WS-RESTO-FORMATAR     PIC 9(07) VALUE 0.
       01  WS-DURACAO-EDITADA.
           02 DUR-HORAS          PIC 9(02).
           02 FILLER             PIC X(01) VALUE ':'.
           02 DUR-MINUTOS        PIC 9(02).
           02 FILLER             PIC X(01) VALUE ':'.
           02 DUR-SEGUNDOS       PIC 9(02).

      *    Instante absoluto editado como hora do dia HH:MM:SS.
       01  WS-ABS-FORMATAR       PIC 9(11) VALUE 0.
       01  WS-DIA-FORMATAR       PIC 9(07) VALUE 0.

       01  WS-LINHAS-PAGINA      PIC 9(03) VALUE 0.
       01  WS-MAX-LINHAS-PAGINA  PIC 9(03) VALUE 50.
       01  WS-NUM-PAGINA         PIC 9(04) VALUE 0.

       01  CAB-RELATORIO-1.
           02 FILLER             PIC X(38)
                      VALUE 'TENDENCIA DA JANELA NOTURNA - CNPJTND'.
           02 FILLER             PIC X(09) VALUE 'PAGINA: '.
           02 CAB-PAGINA         PIC ZZZ9.
           02 FILLER             PIC X(10) VALUE '  DATA:  '.
           02 CAB-DATA           PIC 9(08).
       01  CAB-RELATORIO-2.
           02 FILLER             PIC X(09) VALUE 'PERIODO: '.
           02 CAB-DATA-INI       PIC 9(08).
           02 FILLER             PIC X(03) VALUE ' A '.
           02 CAB-DATA-FIM       PIC 9(08).
           02 FILLER             PIC X(12) VALUE '  ANTERIOR: '.
           02 CAB-DATA-INI-ANT   PIC 9(08).
           02 FILLER             PIC X(03) VALUE ' A '.
           02 CAB-DATA-FIM-ANT   PIC 9(08).
           02 FILLER             PIC X(09) VALUE '  JANELA '.
           02 CAB-JANELA-HORA    PIC 9(02).
           02 FILLER             PIC X(01) VALUE ':'.
           02 CAB-JANELA-MINUTO  PIC 9(02).
       01  CAB-SECAO-1           PIC X(80) VALUE SPACES.
       01  CAB-SECAO-2           PIC X(80) VALUE SPACES.

       01  CAB-NOITES-1          PIC X(80) VALUE
               'DURACAO DA CADEIA POR NOITE E PASSO MAIS LONGO'.
       01  CAB-NOITES-2.
           02 FILLER             PIC X(36) VALUE
               'NOITE    INICIO   FIM      DURACAO  '.
           02 FILLER             PIC X(12) VALUE 'PASSO     F '.
           02 FILLER             PIC X(09) VALUE 'DURACAO  '.
           02 FILLER             PIC X(06) VALUE 'JANELA'.
       01  CAB-PASSOS-1          PIC X(80) VALUE
               'DURACAO POR PASSO E FATIA'.
       01  CAB-PASSOS-2          PIC X(80) VALUE
               'NOITE    DURACAO        LIDOS     REG/MIN'.
       01  CAB-FATIAS-1          PIC X(80) VALUE
               'EQUILIBRIO DAS FATIAS DO CNPJSPL (FIM DE CADA FATIA)'.
       01  CAB-FATIAS-2.
           02 FILLER             PIC X(27) VALUE
               'NOITE    FATIA 1  FATIA 2  '.
           02 FILLER             PIC X(27) VALUE
               'FATIA 3  FATIA 4  DIFERENCA'.
           02 FILLER             PIC X(12) VALUE '  MAIS LENTA'.

       01  LINHA-NOITE.
           02 LN-NOITE           PIC 9(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LN-INICIO          PIC X(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LN-FIM             PIC X(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LN-DURACAO         PIC X(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LN-PASSO           PIC X(09).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LN-FATIA           PIC 9(01).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LN-DURACAO-PASSO   PIC X(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LN-JANELA          PIC X(12).

       01  LINHA-PASSO-TITULO.
           02 FILLER             PIC X(06) VALUE 'PASSO '.
           02 LT-PROGRAMA        PIC X(09).
           02 FILLER             PIC X(07) VALUE ' FATIA '.
           02 LT-FATIA           PIC 9(01).

       01  LINHA-PASSO.
           02 LP-NOITE           PIC 9(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LP-DURACAO         PIC X(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LP-LIDOS           PIC ZZZ,ZZZ,ZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LP-REG-MINUTO      PIC ZZZ,ZZZ,ZZ9.

       01  LINHA-FATIAS.
           02 LF-NOITE           PIC 9(08).
           02 LF-FATIA OCCURS 4 TIMES.
              03 FILLER          PIC X(01).
              03 LF-FIM-FATIA    PIC X(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LF-DIFERENCA       PIC X(08).
           02 FILLER             PIC X(03) VALUE SPACES.
           02 LF-FATIA-LENTA     PIC X(07).

       01  WS-TENDENCIA-EDICAO   PIC +ZZZZ9.9.
       01  WS-NOITES-EDICAO      PIC ZZ9.
       01  WS-REG-MINUTO-EDICAO  PIC ZZZ,ZZZ,ZZ9.
       01  WS-DURACAO-AUXILIAR   PIC X(08) VALUE SPACES.

       01  LINHA-IMPRESSAO       PIC X(80) VALUE SPACES.
       01  LINHA-RODAPE          PIC X(80) VALUE SPACES.
       01  WS-CONTADOR-EDICAO    PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE

           PERFORM LER-PARAMETROS THRU FIM-LER-PARAMETROS
           PERFORM ABRIR-ARQUIVOS THRU FIM-ABRIR-ARQUIVOS
           INITIALIZE WS-TAB-NOITES

           PERFORM CARREGAR-HISTORICO THRU FIM-CARREGAR-HISTORICO
               UNTIL FIM-HISTORICO

           PERFORM IMPRIMIR-NOITES THRU FIM-IMPRIMIR-NOITES
           PERFORM IMPRIMIR-PASSOS THRU FIM-IMPRIMIR-PASSOS
           PERFORM IMPRIMIR-FATIAS THRU FIM-IMPRIMIR-FATIAS
           PERFORM IMPRIMIR-RODAPE THRU FIM-IMPRIMIR-RODAPE
           PERFORM FECHAR-ARQUIVOS THRU FIM-FECHAR-ARQUIVOS

           DISPLAY 'Registros de historico lidos: ' WS-QTDE-LIDOS
           DISPLAY 'Registros ignorados:          ' WS-QTDE-IGNORADOS
           DISPLAY 'Noites no periodo:            ' WS-QTDE-NOITES
           DISPLAY 'Noites fora da janela:        ' WS-QTDE-ESTOUROS

           IF WS-QTDE-ESTOUROS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

      *    O periodo anterior tem o mesmo numero de noites e termina
      *    na vespera do inicio do periodo pedido.
       LER-PARAMETROS.
           DISPLAY 'Primeira noite do periodo (AAAAMMDD): '.
           ACCEPT WS-DATA-DIGITADA.
           MOVE WS-DATA-DIGITADA TO WS-DATA-VALIDAR
           PERFORM VALIDAR-DATA THRU FIM-VALIDAR-DATA
           IF WS-DATA-INVALIDA = 1
               DISPLAY 'DATA INVALIDA: ' WS-DATA-DIGITADA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATA-DIGITADA TO WS-DATA-INI-PERIODO

           DISPLAY 'Ultima noite do periodo (AAAAMMDD): '.
           ACCEPT WS-DATA-DIGITADA.
           MOVE WS-DATA-DIGITADA TO WS-DATA-VALIDAR
           PERFORM VALIDAR-DATA THRU FIM-VALIDAR-DATA
           IF WS-DATA-INVALIDA = 1
               DISPLAY 'DATA INVALIDA: ' WS-DATA-DIGITADA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATA-DIGITADA TO WS-DATA-FIM-PERIODO

           IF WS-DATA-FIM-PERIODO < WS-DATA-INI-PERIODO
               DISPLAY 'ULTIMA NOITE ANTERIOR A PRIMEIRA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-INT-INI-PERIODO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-INI-PERIODO)
           COMPUTE WS-INT-FIM-PERIODO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-FIM-PERIODO)
           IF WS-INT-FIM-PERIODO - WS-INT-INI-PERIODO > 99
               DISPLAY 'PERIODO MAIOR QUE 100 NOITES'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-DIAS-PERIODO =
                   WS-INT-FIM-PERIODO - WS-INT-INI-PERIODO + 1
           COMPUTE WS-DIAS-TOTAL = WS-DIAS-PERIODO * 2
           COMPUTE WS-INT-INI-ANTERIOR =
                   WS-INT-INI-PERIODO - WS-DIAS-PERIODO
           COMPUTE WS-DATA-INI-ANTERIOR =
                   FUNCTION DATE-OF-INTEGER(WS-INT-INI-ANTERIOR)
           COMPUTE WS-INT-AUXILIAR = WS-INT-INI-PERIODO - 1
           COMPUTE WS-DATA-FIM-ANTERIOR =
                   FUNCTION DATE-OF-INTEGER(WS-INT-AUXILIAR)

           DISPLAY 'Fim da janela noturna (HHMM): '.
           ACCEPT WS-HORA-DIGITADA.
           IF WS-HORA-DIGITADA NOT NUMERIC
              OR WS-HRD-HORA > 23
              OR WS-HRD-MINUTO > 59
               DISPLAY 'HORA INVALIDA: ' WS-HORA-DIGITADA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-JANELA-SEGUNDOS =
                   WS-HRD-HORA * 3600 + WS-HRD-MINUTO * 60
           IF WS-HRD-HORA < 12
               MOVE 1 TO WS-JANELA-DIA-SEGUINTE
           ELSE
               MOVE 0 TO WS-JANELA-DIA-SEGUINTE
           END-IF.
       FIM-LER-PARAMETROS.
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

      *    Historico ausente nao derruba o passo: o relatorio sai
      *    vazio, com as noites do periodo zeradas.
       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-HISTORICO
           IF WS-FS-HISTORICO = '35'
               DISPLAY 'CNPJHIST.TXT ausente - nenhum passo registrou '
                       'execucao'
               SET FIM-HISTORICO TO TRUE
           ELSE
               IF WS-FS-HISTORICO NOT = '00'
                   DISPLAY 'ERRO AO ABRIR CNPJHIST.TXT - STATUS '
                           WS-FS-HISTORICO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT ARQ-RELATORIO
           IF WS-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJTND.RPT - STATUS '
                       WS-FS-RELATORIO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       FIM-ABRIR-ARQUIVOS.
           EXIT.

       CARREGAR-HISTORICO.
           READ ARQ-HISTORICO
               AT END
                   SET FIM-HISTORICO TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTDE-LIDOS
                   PERFORM REGISTRAR-EXECUCAO THRU
                           FIM-REGISTRAR-EXECUCAO
           END-READ.
       FIM-CARREGAR-HISTORICO.
           EXIT.

      *    Registro com carimbo ilegivel e ignorado e contado; o
      *    resto cai na noite a que pertence, se ela estiver em um
      *    dos dois periodos.
       REGISTRAR-EXECUCAO.
           MOVE HIS-DATA-INICIO TO WS-DATA-VALIDAR
           PERFORM VALIDAR-DATA THRU FIM-VALIDAR-DATA
           MOVE HIS-HORA-INICIO TO WS-HORA-VALIDAR
           IF WS-DATA-INVALIDA = 1
              OR WS-HORA-VALIDAR NOT NUMERIC
               ADD 1 TO WS-QTDE-IGNORADOS
               GO TO FIM-REGISTRAR-EXECUCAO
           END-IF
           COMPUTE WS-INT-NOITE =
                   FUNCTION INTEGER-OF-DATE(HIS-DATA-INICIO)
           COMPUTE WS-INICIO-ABS = WS-INT-NOITE * 86400
                   + WS-HRV-HORA * 3600 + WS-HRV-MINUTO * 60
                   + WS-HRV-SEGUNDO
           IF HIS-HORA-INICIO < '120000'
               SUBTRACT 1 FROM WS-INT-NOITE
           END-IF

           MOVE HIS-DATA-FIM TO WS-DATA-VALIDAR
           PERFORM VALIDAR-DATA THRU FIM-VALIDAR-DATA
           MOVE HIS-HORA-FIM TO WS-HORA-VALIDAR
           IF WS-DATA-INVALIDA = 1
              OR WS-HORA-VALIDAR NOT NUMERIC
               ADD 1 TO WS-QTDE-IGNORADOS
               GO TO FIM-REGISTRAR-EXECUCAO
           END-IF
           COMPUTE WS-FIM-ABS =
                   FUNCTION INTEGER-OF-DATE(HIS-DATA-FIM) * 86400
                   + WS-HRV-HORA * 3600 + WS-HRV-MINUTO * 60
                   + WS-HRV-SEGUNDO
           IF WS-FIM-ABS < WS-INICIO-ABS
               ADD 1 TO WS-QTDE-IGNORADOS
               GO TO FIM-REGISTRAR-EXECUCAO
           END-IF

           IF WS-INT-NOITE < WS-INT-INI-ANTERIOR
              OR WS-INT-NOITE > WS-INT-FIM-PERIODO
               GO TO FIM-REGISTRAR-EXECUCAO
           END-IF
           COMPUTE WS-IND-NOITE =
                   WS-INT-NOITE - WS-INT-INI-ANTERIOR + 1

           MOVE HIS-PROGRAMA TO WS-PROC-PROGRAMA
           MOVE HIS-FATIA    TO WS-PROC-FATIA
           PERFORM LOCALIZAR-PASSO THRU FIM-LOCALIZAR-PASSO
           IF WS-IND-PASSO-ACHADO = 0
               IF WS-QTDE-PASSOS >= 20
                   DISPLAY 'TABELA DE PASSOS CHEIA - AMPLIAR '
                           'WS-TAB-PASSOS'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTDE-PASSOS
               MOVE WS-QTDE-PASSOS TO WS-IND-PASSO-ACHADO
               MOVE HIS-PROGRAMA TO PAS-PROGRAMA(WS-IND-PASSO-ACHADO)
               MOVE HIS-FATIA TO PAS-FATIA(WS-IND-PASSO-ACHADO)
           END-IF

           IF NOI-TEM-DADOS(WS-IND-NOITE) = 0
               MOVE 1 TO NOI-TEM-DADOS(WS-IND-NOITE)
               MOVE WS-INICIO-ABS TO NOI-INICIO-ABS(WS-IND-NOITE)
               MOVE WS-FIM-ABS TO NOI-FIM-ABS(WS-IND-NOITE)
           END-IF
           IF WS-INICIO-ABS < NOI-INICIO-ABS(WS-IND-NOITE)
               MOVE WS-INICIO-ABS TO NOI-INICIO-ABS(WS-IND-NOITE)
           END-IF
           IF WS-FIM-ABS > NOI-FIM-ABS(WS-IND-NOITE)
               MOVE WS-FIM-ABS TO NOI-FIM-ABS(WS-IND-NOITE)
           END-IF

           MOVE 1 TO NPS-PRESENTE(WS-IND-NOITE, WS-IND-PASSO-ACHADO)
           COMPUTE NPS-SEGUNDOS(WS-IND-NOITE, WS-IND-PASSO-ACHADO) =
                   WS-FIM-ABS - WS-INICIO-ABS
           MOVE HIS-QTDE-LIDOS
               TO NPS-LIDOS(WS-IND-NOITE, WS-IND-PASSO-ACHADO)
           MOVE WS-FIM-ABS
               TO NPS-FIM-ABS(WS-IND-NOITE, WS-IND-PASSO-ACHADO).
       FIM-REGISTRAR-EXECUCAO.
           EXIT.

       LOCALIZAR-PASSO.
           MOVE 0 TO WS-IND-PASSO-ACHADO
           PERFORM VARYING WS-IND-PASSO FROM 1 BY 1
                   UNTIL WS-IND-PASSO > WS-QTDE-PASSOS
                      OR WS-IND-PASSO-ACHADO > 0
               IF PAS-PROGRAMA(WS-IND-PASSO) = WS-PROC-PROGRAMA
                  AND PAS-FATIA(WS-IND-PASSO) = WS-PROC-FATIA
                   MOVE WS-IND-PASSO TO WS-IND-PASSO-ACHADO
               END-IF
           END-PERFORM.
       FIM-LOCALIZAR-PASSO.
           EXIT.

      *----------------------------------------------------------------*
      *    Secao 1: uma linha por noite do periodo com historico - a   *
      *    duracao da cadeia do primeiro inicio ao ultimo fim, o passo *
      *    mais longo e a marca de janela estourada.                   *
      *----------------------------------------------------------------*
       IMPRIMIR-NOITES.
           MOVE CAB-NOITES-1 TO CAB-SECAO-1
           MOVE CAB-NOITES-2 TO CAB-SECAO-2
           PERFORM IMPRIMIR-CABECALHO THRU FIM-IMPRIMIR-CABECALHO
           COMPUTE WS-IND-NOITE-INI = WS-DIAS-PERIODO + 1
           MOVE WS-DIAS-TOTAL TO WS-IND-NOITE-FIM
           PERFORM IMPRIMIR-NOITE THRU FIM-IMPRIMIR-NOITE
               VARYING WS-IND-NOITE FROM WS-IND-NOITE-INI BY 1
               UNTIL WS-IND-NOITE > WS-IND-NOITE-FIM.
       FIM-IMPRIMIR-NOITES.
           EXIT.

       IMPRIMIR-NOITE.
           IF NOI-TEM-DADOS(WS-IND-NOITE) = 0
               GO TO FIM-IMPRIMIR-NOITE
           END-IF
           ADD 1 TO WS-QTDE-NOITES
           PERFORM APURAR-DATA-NOITE THRU FIM-APURAR-DATA-NOITE
           MOVE SPACES TO LINHA-NOITE
           MOVE WS-DATA-NOITE TO LN-NOITE

           MOVE NOI-INICIO-ABS(WS-IND-NOITE) TO WS-ABS-FORMATAR
           PERFORM FORMATAR-HORA THRU FIM-FORMATAR-HORA
           MOVE WS-DURACAO-EDITADA TO LN-INICIO
           MOVE NOI-FIM-ABS(WS-IND-NOITE) TO WS-ABS-FORMATAR
           PERFORM FORMATAR-HORA THRU FIM-FORMATAR-HORA
           MOVE WS-DURACAO-EDITADA TO LN-FIM
           COMPUTE WS-SEGUNDOS-FORMATAR =
                   NOI-FIM-ABS(WS-IND-NOITE)
                   - NOI-INICIO-ABS(WS-IND-NOITE)
           PERFORM FORMATAR-DURACAO THRU FIM-FORMATAR-DURACAO
           MOVE WS-DURACAO-EDITADA TO LN-DURACAO

           MOVE 0 TO WS-MAIOR-SEGUNDOS WS-IND-MAIOR
           PERFORM VARYING WS-IND-PASSO FROM 1 BY 1
                   UNTIL WS-IND-PASSO > WS-QTDE-PASSOS
               IF NPS-PRESENTE(WS-IND-NOITE, WS-IND-PASSO) = 1
                  AND (WS-IND-MAIOR = 0
                       OR NPS-SEGUNDOS(WS-IND-NOITE, WS-IND-PASSO)
                          > WS-MAIOR-SEGUNDOS)
                   MOVE NPS-SEGUNDOS(WS-IND-NOITE, WS-IND-PASSO)
                       TO WS-MAIOR-SEGUNDOS
                   MOVE WS-IND-PASSO TO WS-IND-MAIOR
               END-IF
           END-PERFORM
           MOVE PAS-PROGRAMA(WS-IND-MAIOR) TO LN-PASSO
           MOVE PAS-FATIA(WS-IND-MAIOR) TO LN-FATIA
           MOVE WS-MAIOR-SEGUNDOS TO WS-SEGUNDOS-FORMATAR
           PERFORM FORMATAR-DURACAO THRU FIM-FORMATAR-DURACAO
           MOVE WS-DURACAO-EDITADA TO LN-DURACAO-PASSO

           COMPUTE WS-LIMITE-ABS =
                   (WS-INT-NOITE + WS-JANELA-DIA-SEGUINTE) * 86400
                   + WS-JANELA-SEGUNDOS
           IF NOI-FIM-ABS(WS-IND-NOITE) > WS-LIMITE-ABS
               MOVE '*** ESTOUROU' TO LN-JANELA
               ADD 1 TO WS-QTDE-ESTOUROS
           ELSE
               MOVE 'NO PRAZO' TO LN-JANELA
           END-IF

           MOVE LINHA-NOITE TO LINHA-IMPRESSAO
           PERFORM IMPRIMIR-LINHA THRU FIM-IMPRIMIR-LINHA.
       FIM-IMPRIMIR-NOITE.
           EXIT.

       APURAR-DATA-NOITE.
           COMPUTE WS-INT-NOITE =
                   WS-INT-INI-ANTERIOR + WS-IND-NOITE - 1
           COMPUTE WS-DATA-NOITE =
                   FUNCTION DATE-OF-INTEGER(WS-INT-NOITE).
       FIM-APURAR-DATA-NOITE.
           EXIT.

      *----------------------------------------------------------------*
      *    Secao 2: para cada passo e fatia, a duracao e o volume de   *
      *    cada noite do periodo, seguidos da media, da pior noite e   *
      *    da tendencia contra a media do periodo anterior.            *
      *----------------------------------------------------------------*
       IMPRIMIR-PASSOS.
           MOVE CAB-PASSOS-1 TO CAB-SECAO-1
           MOVE CAB-PASSOS-2 TO CAB-SECAO-2
           PERFORM IMPRIMIR-CABECALHO THRU FIM-IMPRIMIR-CABECALHO
           PERFORM IMPRIMIR-PASSO THRU FIM-IMPRIMIR-PASSO
               VARYING WS-IND-PASSO FROM 1 BY 1
               UNTIL WS-IND-PASSO > WS-QTDE-PASSOS.
       FIM-IMPRIMIR-PASSOS.
           EXIT.

       IMPRIMIR-PASSO.
           MOVE 0 TO WS-NOITES-PERIODO WS-SEGUNDOS-PERIODO
                     WS-LIDOS-PERIODO WS-NOITES-ANTERIOR
                     WS-SEGUNDOS-ANTERIOR WS-PIOR-SEGUNDOS
                     WS-PIOR-NOITE

           PERFORM ACUMULAR-ANTERIOR THRU FIM-ACUMULAR-ANTERIOR
               VARYING WS-IND-NOITE FROM 1 BY 1
               UNTIL WS-IND-NOITE > WS-DIAS-PERIODO

           MOVE SPACES TO LINHA-IMPRESSAO
           PERFORM IMPRIMIR-LINHA THRU FIM-IMPRIMIR-LINHA
           MOVE PAS-PROGRAMA(WS-IND-PASSO) TO LT-PROGRAMA
           MOVE PAS-FATIA(WS-IND-PASSO) TO LT-FATIA
           MOVE LINHA-PASSO-TITULO TO LINHA-IMPRESSAO
           PERFORM IMPRIMIR-LINHA THRU FIM-IMPRIMIR-LINHA

           COMPUTE WS-IND-NOITE-INI = WS-DIAS-PERIODO + 1
           PERFORM IMPRIMIR-PASSO-NOITE THRU FIM-IMPRIMIR-PASSO-NOITE
               VARYING WS-IND-NOITE FROM WS-IND-NOITE-INI BY 1
               UNTIL WS-IND-NOITE > WS-DIAS-TOTAL

           IF WS-NOITES-PERIODO = 0
               MOVE '  SEM EXECUCAO NO PERIODO' TO LINHA-IMPRESSAO
               PERFORM IMPRIMIR-LINHA THRU FIM-IMPRIMIR-LINHA
               GO TO FIM-IMPRIMIR-PASSO
           END-IF

           COMPUTE WS-MEDIA-PERIODO ROUNDED =
                   WS-SEGUNDOS-PERIODO / WS-NOITES-PERIODO
           IF WS-SEGUNDOS-PERIODO = 0
               COMPUTE WS-REG-MINUTO = WS-LIDOS-PERIODO * 60
           ELSE
               COMPUTE WS-REG-MINUTO ROUNDED =
                       WS-LIDOS-PERIODO * 60 / WS-SEGUNDOS-PERIODO
           END-IF
           MOVE WS-MEDIA-PERIODO TO WS-SEGUNDOS-FORMATAR
           PERFORM FORMATAR-DURACAO THRU FIM-FORMATAR-DURACAO
           MOVE WS-NOITES-PERIODO TO WS-NOITES-EDICAO
           MOVE WS-REG-MINUTO TO WS-REG-MINUTO-EDICAO
           MOVE SPACES TO LINHA-IMPRESSAO
           STRING '  MEDIA    ' WS-DURACAO-EDITADA
                  '   REG/MIN ' WS-REG-MINUTO-EDICAO
                  '   NOITES ' WS-NOITES-EDICAO
                  DELIMITED BY SIZE INTO LINHA-IMPRESSAO
           PERFORM IMPRIMIR-LINHA THRU FIM-IMPRIMIR-LINHA

           MOVE WS-PIOR-SEGUNDOS TO WS-SEGUNDOS-FORMATAR
           PERFORM FORMATAR-DURACAO THRU FIM-FORMATAR-DURACAO
           MOVE SPACES TO LINHA-IMPRESSAO
           STRING '  PIOR     ' WS-DURACAO-EDITADA
                  '   NOITE ' WS-PIOR-NOITE
                  DELIMITED BY SIZE INTO LINHA-IMPRESSAO
           PERFORM IMPRIMIR-LINHA THRU FIM-IMPRIMIR-LINHA

           MOVE SPACES TO LINHA-IMPRESSAO
           IF WS-NOITES-ANTERIOR = 0
               MOVE '  ANTERIOR SEM EXECUCAO - SEM TENDENCIA'
                   TO LINHA-IMPRESSAO
           ELSE
               COMPUTE WS-MEDIA-ANTERIOR ROUNDED =
                       WS-SEGUNDOS-ANTERIOR / WS-NOITES-ANTERIOR
               MOVE WS-MEDIA-ANTERIOR TO WS-SEGUNDOS-FORMATAR
               PERFORM FORMATAR-DURACAO THRU FIM-FORMATAR-DURACAO
               IF WS-MEDIA-ANTERIOR = 0
                   STRING '  ANTERIOR ' WS-DURACAO-EDITADA
                          '   TENDENCIA SEM BASE'
                          DELIMITED BY SIZE INTO LINHA-IMPRESSAO
               ELSE
                   COMPUTE WS-TENDENCIA ROUNDED =
                           (WS-MEDIA-PERIODO - WS-MEDIA-ANTERIOR)
                           * 100 / WS-MEDIA-ANTERIOR
                   MOVE WS-TENDENCIA TO WS-TENDENCIA-EDICAO
                   STRING '  ANTERIOR ' WS-DURACAO-EDITADA
                          '   TENDENCIA ' WS-TENDENCIA-EDICAO '%'
                          DELIMITED BY SIZE INTO LINHA-IMPRESSAO
               END-IF
           END-IF
           PERFORM IMPRIMIR-LINHA THRU FIM-IMPRIMIR-LINHA.
       FIM-IMPRIMIR-PASSO.
           EXIT.

       ACUMULAR-ANTERIOR.
           IF NPS-PRESENTE(WS-IND-NOITE, WS-IND-PASSO) = 1
               ADD 1 TO WS-NOITES-ANTERIOR
               ADD NPS-SEGUNDOS(WS-IND-NOITE, WS-IND-PASSO)
                   TO WS-SEGUNDOS-ANTERIOR
           END-IF.
       FIM-ACUMULAR-ANTERIOR.
           EXIT.

       IMPRIMIR-PASSO-NOITE.
           IF NPS-PRESENTE(WS-IND-NOITE, WS-IND-PASSO) = 0
               GO TO FIM-IMPRIMIR-PASSO-NOITE
           END-IF
           PERFORM APURAR-DATA-NOITE THRU FIM-APURAR-DATA-NOITE
           ADD 1 TO WS-NOITES-PERIODO
           ADD NPS-SEGUNDOS(WS-IND-NOITE, WS-IND-PASSO)
               TO WS-SEGUNDOS-PERIODO
           ADD NPS-LIDOS(WS-IND-NOITE, WS-IND-PASSO)
               TO WS-LIDOS-PERIODO
           IF NPS-SEGUNDOS(WS-IND-NOITE, WS-IND-PASSO)
              >= WS-PIOR-SEGUNDOS
               MOVE NPS-SEGUNDOS(WS-IND-NOITE, WS-IND-PASSO)
                   TO WS-PIOR-SEGUNDOS
               MOVE WS-DATA-NOITE TO WS-PIOR-NOITE
           END-IF

           MOVE WS-DATA-NOITE TO LP-NOITE
           MOVE NPS-SEGUNDOS(WS-IND-NOITE, WS-IND-PASSO)
               TO WS-SEGUNDOS-FORMATAR
           PERFORM FORMATAR-DURACAO THRU FIM-FORMATAR-DURACAO
           MOVE WS-DURACAO-EDITADA TO LP-DURACAO
           MOVE NPS-LIDOS(WS-IND-NOITE, WS-IND-PASSO) TO LP-LIDOS
           IF NPS-SEGUNDOS(WS-IND-NOITE, WS-IND-PASSO) = 0
               COMPUTE WS-REG-MINUTO =
                       NPS-LIDOS(WS-IND-NOITE, WS-IND-PASSO) * 60
           ELSE
               COMPUTE WS-REG-MINUTO ROUNDED =
                       NPS-LIDOS(WS-IND-NOITE, WS-IND-PASSO) * 60
                       / NPS-SEGUNDOS(WS-IND-NOITE, WS-IND-PASSO)
           END-IF
           MOVE WS-REG-MINUTO TO LP-REG-MINUTO
           MOVE LINHA-PASSO TO LINHA-IMPRESSAO
           PERFORM IMPRIMIR-LINHA THRU FIM-IMPRIMIR-LINHA.
       FIM-IMPRIMIR-PASSO-NOITE.
           EXIT.

      *----------------------------------------------------------------*
      *    Secao 3: hora de fim de cada fatia do CNPJBATCH nas noites  *
      *    particionadas, a diferenca entre a primeira e a ultima a    *
      *    terminar (tempo que o CNPJMRG ficou esperando) e a fatia    *
      *    mais lenta; no fim, a media e a maior diferenca e quantas   *
      *    vezes cada fatia foi a ultima.                              *
      *----------------------------------------------------------------*
       IMPRIMIR-FATIAS.
           MOVE CAB-FATIAS-1 TO CAB-SECAO-1
           MOVE CAB-FATIAS-2 TO CAB-SECAO-2
           PERFORM IMPRIMIR-CABECALHO THRU FIM-IMPRIMIR-CABECALHO

           MOVE 'CNPJBATCH' TO WS-PROC-PROGRAMA
           PERFORM VARYING WS-IND-FATIA FROM 1 BY 1
                   UNTIL WS-IND-FATIA > 4
               MOVE WS-IND-FATIA TO WS-PROC-FATIA
               PERFORM LOCALIZAR-PASSO THRU FIM-LOCALIZAR-PASSO
               MOVE WS-IND-PASSO-ACHADO
                   TO WS-IND-PASSO-FATIA(WS-IND-FATIA)
               MOVE 0 TO WS-VEZES-LENTA(WS-IND-FATIA)
           END-PERFORM

           COMPUTE WS-IND-NOITE-INI = WS-DIAS-PERIODO + 1
           PERFORM IMPRIMIR-FATIAS-NOITE THRU
                   FIM-IMPRIMIR-FATIAS-NOITE
               VARYING WS-IND-NOITE FROM WS-IND-NOITE-INI BY 1
               UNTIL WS-IND-NOITE > WS-DIAS-TOTAL

           MOVE SPACES TO LINHA-IMPRESSAO
           PERFORM IMPRIMIR-LINHA THRU FIM-IMPRIMIR-LINHA
           IF WS-NOITES-FATIADAS = 0
               MOVE 'NENHUMA NOITE PARTICIONADA NO PERIODO'
                   TO LINHA-IMPRESSAO
               PERFORM IMPRIMIR-LINHA THRU FIM-IMPRIMIR-LINHA
               GO TO FIM-IMPRIMIR-FATIAS
           END-IF

           COMPUTE WS-SEGUNDOS-FORMATAR ROUNDED =
                   WS-SOMA-DIFERENCA / WS-NOITES-FATIADAS
           PERFORM FORMATAR-DURACAO THRU FIM-FORMATAR-DURACAO
           MOVE WS-DURACAO-EDITADA TO WS-DURACAO-AUXILIAR
           MOVE WS-MAIOR-DIFERENCA TO WS-SEGUNDOS-FORMATAR
           PERFORM FORMATAR-DURACAO THRU FIM-FORMATAR-DURACAO
           MOVE SPACES TO LINHA-IMPRESSAO
           STRING 'DIFERENCA MEDIA ' WS-DURACAO-AUXILIAR
                  '   MAIOR ' WS-DURACAO-EDITADA
                  DELIMITED BY SIZE INTO LINHA-IMPRESSAO
           PERFORM IMPRIMIR-LINHA THRU FIM-IMPRIMIR-LINHA

           MOVE SPACES TO LINHA-IMPRESSAO
           STRING 'VEZES COMO MAIS LENTA -  F1: ' WS-VEZES-LENTA(1)
                  '  F2: ' WS-VEZES-LENTA(2)
                  '  F3: ' WS-VEZES-LENTA(3)
                  '  F4: ' WS-VEZES-LENTA(4)
                  DELIMITED BY SIZE INTO LINHA-IMPRESSAO
           PERFORM IMPRIMIR-LINHA THRU FIM-IMPRIMIR-LINHA.
       FIM-IMPRIMIR-FATIAS.
           EXIT.

       IMPRIMIR-FATIAS-NOITE.
           MOVE 0 TO WS-FATIAS-NA-NOITE WS-FIM-PRIMEIRA
                     WS-FIM-ULTIMA WS-FATIA-LENTA
           MOVE SPACES TO LINHA-FATIAS
           PERFORM VARYING WS-IND-FATIA FROM 1 BY 1
                   UNTIL WS-IND-FATIA > 4
               MOVE WS-IND-PASSO-FATIA(WS-IND-FATIA) TO WS-IND-PASSO
               IF WS-IND-PASSO = 0
                   MOVE 'AUSENTE' TO LF-FIM-FATIA(WS-IND-FATIA)
               ELSE
                   IF NPS-PRESENTE(WS-IND-NOITE, WS-IND-PASSO) = 0
                       MOVE 'AUSENTE' TO LF-FIM-FATIA(WS-IND-FATIA)
                   ELSE
                       PERFORM APURAR-FIM-FATIA THRU
                               FIM-APURAR-FIM-FATIA
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FATIAS-NA-NOITE = 0
               GO TO FIM-IMPRIMIR-FATIAS-NOITE
           END-IF

           ADD 1 TO WS-NOITES-FATIADAS
           ADD 1 TO WS-VEZES-LENTA(WS-FATIA-LENTA)
           COMPUTE WS-DIFERENCA = WS-FIM-ULTIMA - WS-FIM-PRIMEIRA
           ADD WS-DIFERENCA TO WS-SOMA-DIFERENCA
           IF WS-DIFERENCA > WS-MAIOR-DIFERENCA
               MOVE WS-DIFERENCA TO WS-MAIOR-DIFERENCA
           END-IF

           PERFORM APURAR-DATA-NOITE THRU FIM-APURAR-DATA-NOITE
           MOVE WS-DATA-NOITE TO LF-NOITE
           MOVE WS-DIFERENCA TO WS-SEGUNDOS-FORMATAR
           PERFORM FORMATAR-DURACAO THRU FIM-FORMATAR-DURACAO
           MOVE WS-DURACAO-EDITADA TO LF-DIFERENCA
           MOVE 'FATIA ' TO LF-FATIA-LENTA
           MOVE WS-FATIA-LENTA TO LF-FATIA-LENTA(7:1)
           MOVE LINHA-FATIAS TO LINHA-IMPRESSAO
           PERFORM IMPRIMIR-LINHA THRU FIM-IMPRIMIR-LINHA.
       FIM-IMPRIMIR-FATIAS-NOITE.
           EXIT.

       APURAR-FIM-FATIA.
           ADD 1 TO WS-FATIAS-NA-NOITE
           MOVE NPS-FIM-ABS(WS-IND-NOITE, WS-IND-PASSO)
               TO WS-ABS-FORMATAR
           PERFORM FORMATAR-HORA THRU FIM-FORMATAR-HORA
           MOVE WS-DURACAO-EDITADA TO LF-FIM-FATIA(WS-IND-FATIA)
           IF WS-FATIAS-NA-NOITE = 1
              OR WS-ABS-FORMATAR < WS-FIM-PRIMEIRA
               MOVE WS-ABS-FORMATAR TO WS-FIM-PRIMEIRA
           END-IF
           IF WS-FATIAS-NA-NOITE = 1
              OR WS-ABS-FORMATAR > WS-FIM-ULTIMA
               MOVE WS-ABS-FORMATAR TO WS-FIM-ULTIMA
               MOVE WS-IND-FATIA TO WS-FATIA-LENTA
           END-IF.
       FIM-APURAR-FIM-FATIA.
           EXIT.

      *    Duracao acima de 99 horas sai limitada a 99:59:59.
       FORMATAR-DURACAO.
           IF WS-SEGUNDOS-FORMATAR > 359999
               MOVE 359999 TO WS-SEGUNDOS-FORMATAR
           END-IF
           DIVIDE WS-SEGUNDOS-FORMATAR BY 3600
               GIVING DUR-HORAS REMAINDER WS-RESTO-FORMATAR
           DIVIDE WS-RESTO-FORMATAR BY 60
               GIVING DUR-MINUTOS REMAINDER DUR-SEGUNDOS.
       FIM-FORMATAR-DURACAO.
           EXIT.

       FORMATAR-HORA.
           DIVIDE WS-ABS-FORMATAR BY 86400
               GIVING WS-DIA-FORMATAR
               REMAINDER WS-SEGUNDOS-FORMATAR
           PERFORM FORMATAR-DURACAO THRU FIM-FORMATAR-DURACAO.
       FIM-FORMATAR-HORA.
           EXIT.

       IMPRIMIR-LINHA.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS-PAGINA
               PERFORM IMPRIMIR-CABECALHO THRU FIM-IMPRIMIR-CABECALHO
           END-IF
           WRITE LINHA-RELATORIO FROM LINHA-IMPRESSAO
           IF WS-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR CNPJTND.RPT - STATUS '
                       WS-FS-RELATORIO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LINHAS-PAGINA.
       FIM-IMPRIMIR-LINHA.
           EXIT.

       IMPRIMIR-CABECALHO.
           ADD 1 TO WS-NUM-PAGINA
           MOVE WS-NUM-PAGINA TO CAB-PAGINA
           MOVE WS-DATA-HOJE TO CAB-DATA
           MOVE WS-DATA-INI-PERIODO TO CAB-DATA-INI
           MOVE WS-DATA-FIM-PERIODO TO CAB-DATA-FIM
           MOVE WS-DATA-INI-ANTERIOR TO CAB-DATA-INI-ANT
           MOVE WS-DATA-FIM-ANTERIOR TO CAB-DATA-FIM-ANT
           MOVE WS-HRD-HORA TO CAB-JANELA-HORA
           MOVE WS-HRD-MINUTO TO CAB-JANELA-MINUTO
           MOVE 0 TO WS-LINHAS-PAGINA
           WRITE LINHA-RELATORIO FROM CAB-RELATORIO-1
           WRITE LINHA-RELATORIO FROM CAB-RELATORIO-2
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           WRITE LINHA-RELATORIO FROM CAB-SECAO-1
           WRITE LINHA-RELATORIO FROM CAB-SECAO-2.
       FIM-IMPRIMIR-CABECALHO.
           EXIT.

       IMPRIMIR-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-QTDE-NOITES TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'NOITES COM HISTORICO:      ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-ESTOUROS TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'NOITES FORA DA JANELA:     ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-IGNORADOS TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'REGISTROS IGNORADOS:       ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE.
       FIM-IMPRIMIR-RODAPE.
           EXIT.

       FECHAR-ARQUIVOS.
           IF WS-FS-HISTORICO NOT = '35'
               CLOSE ARQ-HISTORICO
           END-IF
           CLOSE ARQ-RELATORIO.
       FIM-FECHAR-ARQUIVOS.
           EXIT.
