      *----------------------------------------------------------------*
      *    Registro do cadastro de lotes recebidos (CNPJLOTR.DAT),     *
      *    mantido pelo modulo CNPJLTR. A chave identifica o lote pelo *
      *    conteudo: origem e data de geracao do cabecalho, quantidade *
      *    de detalhes e o hash dos detalhes - um lote reenviado igual *
      *    cai na mesma chave. O CNPJBATCH (lote completo) registra o  *
      *    lote concluido; o CNPJSPL registra o lote particionado em   *
      *    processamento e cada fatia do CNPJBATCH anota o seu codigo  *
      *    de retorno (espacos = fatia ainda nao concluida). O retorno *
      *    do lote e o maior retorno entre as fatias. O CNPJFLT le o   *
      *    cadastro para apontar os parceiros com lote em atraso.      *
      *----------------------------------------------------------------*
       01  REG-LOTE-REG.
           02 LRG-CHAVE.
              03 LRG-ORIGEM             PIC X(04).
              03 LRG-DATA-GERACAO       PIC 9(08).
              03 LRG-QTDE-DETALHES      PIC 9(09).
              03 LRG-HASH-DETALHES      PIC 9(12).
           02 LRG-DATA-PROCESSAMENTO    PIC 9(08).
           02 LRG-HORA-PROCESSAMENTO    PIC X(06).
           02 LRG-PROGRAMA              PIC X(09).
           02 LRG-QTDE-FATIAS           PIC 9(01).
           02 LRG-RETORNOS-FATIAS.
              03 LRG-RETORNO-FATIA OCCURS 4 TIMES
                                        PIC X(02).
           02 LRG-RETORNO               PIC 9(02).
           02 LRG-SITUACAO              PIC X(01).
              88 LRG-CONCLUIDO              VALUE 'C'.
              88 LRG-EM-FATIAS              VALUE 'P'.
