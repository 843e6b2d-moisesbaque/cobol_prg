      *********    disciplina de cabecalho e trailer com hash do
      *********    CNPJEXP.TXT) com os CNPJs que estavam OK, e imprime
      *********    quantas bases cada raiz recem-bloqueada derrubou.
      *********    OUT/26: a marcacao BLOQUEADO no mestre passa antes
      *********    pelo diario de atualizacoes (CNPJJRN).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-CNPJ-MASCARA       PIC X(18) VALUE SPACES.
       01  WS-SITUACAO-ANTERIOR  PIC X(10) VALUE SPACES.

      *    Entrada do diario de atualizacoes do mestre, gravada pelo
      *    modulo CNPJJRN antes de cada REWRITE.
       COPY CNPJJREG.

       01  CAB-RELATORIO-1       PIC X(80) VALUE
               'VARREDURA DE RAIZES BLOQUEADAS - CNPJVARR'.
       01  CAB-RELATORIO-2       PIC X(80) VALUE
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE
           MOVE 'CNPJVARR' TO JRN-PROGRAMA
           CALL 'CNPJ-JORN-INICIO' USING REG-JORNAL

           PERFORM CARREGAR-BLOQUEIOS THRU FIM-CARREGAR-BLOQUEIOS
           PERFORM ABRIR-ARQUIVOS THRU FIM-ABRIR-ARQUIVOS
               GO TO FIM-MARCAR-REGISTRO
           END-IF
           MOVE MST-SITUACAO TO WS-SITUACAO-ANTERIOR
           MOVE REG-MESTRE TO JRN-IMAGEM-ANTES
           MOVE 'BLOQUEADO' TO MST-SITUACAO
           MOVE WS-DATA-HOJE TO MST-DATA-RECERT
           MOVE 'A' TO JRN-ACAO
           MOVE REG-MESTRE TO JRN-IMAGEM-DEPOIS
           CALL 'CNPJ-JORN-GRAVA' USING REG-JORNAL
           REWRITE REG-MESTRE
           IF WS-FS-MESTRE NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR CNPJMST.DAT - STATUS '
           IF WS-FS-MESTRE NOT = '35'
               CLOSE ARQ-MESTRE
           END-IF
           CALL 'CNPJ-JORN-FIM'
           CLOSE ARQ-REVOGACAO
           CLOSE ARQ-RELATORIO.
       FIM-FECHAR-ARQUIVOS.
