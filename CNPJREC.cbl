      *********    com a base e os DVs guardados e trailer 'T' com a
      *********    quantidade - pronto para entrar direto no
      *********    CNPJBATCH (ou no CNPJSPL quando for grande).
      *********    OUT/26: corte passa a ser em dias uteis - sabados,
      *********    domingos e feriados do calendario CNPJCAL.TXT nao
      *********    contam -, apurado pelo modulo CNPJCAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-FIM-MESTRE         PIC 9 VALUE 0.
           88 FIM-MESTRE              VALUE 1.

      *    Corte informado pelo operador, em dias uteis desde a
      *    ultima recertificacao; a data de corte e apurada pelo
      *    calendario de dias uteis (CNPJ-VOLTA-DIAS-UTEIS) a partir
      *    da data corrente. O ACCEPT alinha
      *    a digitacao a esquerda com espacos a direita, entao o
      *    valor e convertido digito a digito em vez de exigir zeros
      *    a esquerda do operador.
       01  WS-VIU-ESPACO         PIC 9 VALUE 0.
       01  WS-CORTE-INVALIDO     PIC 9 VALUE 0.
       01  WS-DATA-CORTE         PIC 9(08) VALUE 0.

       01  WS-DATA-HORA-ATUAL    PIC X(21) VALUE SPACES.
       01  WS-DATA-HOJE          PIC 9(08) VALUE 0.
           STOP RUN.

       LER-CORTE.
           DISPLAY 'Corte de recertificacao em dias uteis '
                   '(ate 5 digitos): '.
           ACCEPT WS-DIAS-DIGITADOS.
           PERFORM CONVERTER-CORTE THRU FIM-CONVERTER-CORTE
           IF WS-CORTE-INVALIDO = 1
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL 'CNPJ-VOLTA-DIAS-UTEIS' USING WS-DATA-HOJE
                                              WS-DIAS-CORTE
                                              WS-DATA-CORTE.
       FIM-LER-CORTE.
           EXIT.

