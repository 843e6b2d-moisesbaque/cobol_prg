      *----------------------------------------------------------------*
      *    Registro do diario de atualizacoes do cadastro mestre       *
      *    (CNPJJRNL.TXT), gravado pelo modulo CNPJJRN antes de cada   *
      *    WRITE, REWRITE ou DELETE do CNPJMST.DAT. A execucao e       *
      *    identificada pelo programa e pela data/hora de partida;     *
      *    cada entrada leva a data/hora da atualizacao, a acao        *
      *    (I = inclusao, A = alteracao, E = exclusao) e as imagens    *
      *    antes e depois do registro no layout do CNPJMREG (imagem    *
      *    antes em espacos na inclusao, imagem depois em espacos na   *
      *    exclusao). O CNPJRCP le o diario para reconstituir o        *
      *    mestre. O chamador preenche programa, acao e imagens; o     *
      *    modulo carimba a execucao e a data/hora.                    *
      *----------------------------------------------------------------*
       01  REG-JORNAL.
           02 JRN-PROGRAMA           PIC X(09).
           02 JRN-DATA-EXECUCAO      PIC 9(08).
           02 JRN-HORA-EXECUCAO      PIC X(06).
           02 JRN-DATA-ATUALIZACAO   PIC 9(08).
           02 JRN-HORA-ATUALIZACAO   PIC X(06).
           02 JRN-ACAO               PIC X(01).
              88 JRN-INCLUSAO             VALUE 'I'.
              88 JRN-ALTERACAO            VALUE 'A'.
              88 JRN-EXCLUSAO             VALUE 'E'.
           02 JRN-IMAGEM-ANTES       PIC X(79).
           02 JRN-IMAGEM-DEPOIS      PIC X(79).
