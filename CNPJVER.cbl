      *********    pelo operador saem para o arquivo morto sequencial
      *********    CNPJMSTP.TXT e sao removidos do mestre, para a
      *********    carga noturna parar de arrastar bases mortas.
      *********    OUT/26: a exclusao do registro expurgado passa
      *********    antes pelo diario de atualizacoes (CNPJJRN).
      *********    OUT/26: confere tambem a situacao na Receita e a
      *********    data dessa situacao gravadas pelo CNPJRFB.
      *********    OUT/26: LIBERADO (ordem devolvida pelo CNPJLIB) entra
      *********    no conjunto de situacoes permitidas.
      *********    OUT/26: recertificacao zerada (base mandada ao
      *********    proximo lote do CNPJREC pelo CNPJMAN) e valida e nao
      *********    entra no expurgo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Arquivo morto: copia fiel do registro do mestre no layout
      *    do CNPJMREG, preservada em sequencial para consulta.
       FD  ARQ-EXPURGO.
       01  REG-EXPURGO               PIC X(79).

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO           PIC X(80).
       01  LINHA-RODAPE          PIC X(80) VALUE SPACES.
       01  WS-CONTADOR-EDICAO    PIC ZZZ,ZZZ,ZZ9.

      *    Entrada do diario de atualizacoes do mestre, gravada pelo
      *    modulo CNPJJRN antes de cada DELETE.
       COPY CNPJJREG.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE
           MOVE 'CNPJVER' TO JRN-PROGRAMA
           CALL 'CNPJ-JORN-INICIO' USING REG-JORNAL

           PERFORM LER-CORTE THRU FIM-LER-CORTE
           PERFORM ABRIR-ARQUIVOS THRU FIM-ABRIR-ARQUIVOS
                   PERFORM CONFERIR-DIGITOS THRU FIM-CONFERIR-DIGITOS
                   PERFORM CONFERIR-SITUACAO THRU
                           FIM-CONFERIR-SITUACAO
                   PERFORM CONFERIR-SITUACAO-FISCAL THRU
                           FIM-CONFERIR-SITUACAO-FISCAL
                   PERFORM CONFERIR-DATAS THRU FIM-CONFERIR-DATAS
                   IF WS-REGISTRO-DIVERGE = 1
                       ADD 1 TO WS-QTDE-DIVERGENTES
              AND MST-SITUACAO NOT = 'REJEITADO'
              AND MST-SITUACAO NOT = 'GERADO'
              AND MST-SITUACAO NOT = 'BLOQUEADO'
              AND MST-SITUACAO NOT = 'LIBERADO'
               MOVE 'SITUACAO FORA DO CONJUNTO'
                   TO WS-MOTIVO-DIVERGENCIA
               PERFORM RELATAR-DIVERGENCIA THRU
       FIM-CONFERIR-SITUACAO.
           EXIT.

      *    Situacao na Receita: espacos enquanto a base nao passou
      *    pela conciliacao do CNPJRFB; conciliada, a situacao tem de
      *    ser uma das cinco do extrato e a data tem de ser valida.
       CONFERIR-SITUACAO-FISCAL.
           IF MST-SITUACAO-FISCAL = SPACES
               GO TO FIM-CONFERIR-SITUACAO-FISCAL
           END-IF
           IF MST-SITUACAO-FISCAL NOT = 'ATIVA'
              AND MST-SITUACAO-FISCAL NOT = 'BAIXADA'
              AND MST-SITUACAO-FISCAL NOT = 'INAPTA'
              AND MST-SITUACAO-FISCAL NOT = 'SUSPENSA'
              AND MST-SITUACAO-FISCAL NOT = 'NULA'
               MOVE 'SITUACAO NA RECEITA INVALIDA'
                   TO WS-MOTIVO-DIVERGENCIA
               PERFORM RELATAR-DIVERGENCIA THRU
                       FIM-RELATAR-DIVERGENCIA
               GO TO FIM-CONFERIR-SITUACAO-FISCAL
           END-IF
           MOVE MST-DATA-SIT-FISCAL TO WS-DATA-VALIDAR
           PERFORM VALIDAR-DATA THRU FIM-VALIDAR-DATA
           IF WS-DATA-INVALIDA = 1
               MOVE 'DATA SITUACAO RECEITA INVALIDA'
                   TO WS-MOTIVO-DIVERGENCIA
               PERFORM RELATAR-DIVERGENCIA THRU
                       FIM-RELATAR-DIVERGENCIA
           END-IF.
       FIM-CONFERIR-SITUACAO-FISCAL.
           EXIT.

      *    Datas impossiveis: campo nao numerico ou fora do
      *    calendario, ou recertificacao anterior a primeira carga.
      *    Recertificacao zerada e valida: a base aguarda o proximo
      *    lote do CNPJREC.
       CONFERIR-DATAS.
           MOVE MST-DATA-PRIMEIRA TO WS-DATA-VALIDAR
           PERFORM VALIDAR-DATA THRU FIM-VALIDAR-DATA
                       FIM-RELATAR-DIVERGENCIA
               GO TO FIM-CONFERIR-DATAS
           END-IF
           IF MST-DATA-RECERT = 0
               GO TO FIM-CONFERIR-DATAS
           END-IF
           MOVE MST-DATA-RECERT TO WS-DATA-VALIDAR
           PERFORM VALIDAR-DATA THRU FIM-VALIDAR-DATA
           IF WS-DATA-INVALIDA = 1
      *    Expurgo somente de registro integro: registro divergente
      *    fica no mestre para correcao - move-lo para o arquivo
      *    morto esconderia a evidencia que o relatorio acabou de
      *    apontar. Base com recertificacao zerada esta na fila do
      *    CNPJREC e tambem fica.
       AVALIAR-EXPURGO.
           IF WS-ANOS-CORTE = 0
               GO TO FIM-AVALIAR-EXPURGO
           END-IF
           IF MST-DATA-RECERT >= WS-DATA-CORTE
              OR MST-DATA-RECERT = 0
               GO TO FIM-AVALIAR-EXPURGO
           END-IF
           WRITE REG-EXPURGO FROM REG-MESTRE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'E' TO JRN-ACAO
           MOVE REG-MESTRE TO JRN-IMAGEM-ANTES
           MOVE SPACES TO JRN-IMAGEM-DEPOIS
           CALL 'CNPJ-JORN-GRAVA' USING REG-JORNAL
           DELETE ARQ-MESTRE
           IF WS-FS-MESTRE NOT = '00'
               DISPLAY 'ERRO AO EXCLUIR DO CNPJMST.DAT - STATUS '

       FECHAR-ARQUIVOS.
           CLOSE ARQ-MESTRE
           CALL 'CNPJ-JORN-FIM'
           CLOSE ARQ-EXPURGO
           CLOSE ARQ-RELATORIO.
       FIM-FECHAR-ARQUIVOS.
