      *----------------------------------------------------------------*
      *    Registro das estatisticas de qualidade por parceiro         *
      *    (CNPJESTM.DAT), mantido pelo modulo CNPJEST e lido pelo     *
      *    CNPJSCO no placar mensal por origem. Cada registro guarda a *
      *    contribuicao de uma unidade de trabalho e e regravado, nao  *
      *    somado, quando a mesma unidade passa de novo - um lote      *
      *    retido e reprocessado nao conta duas vezes:                 *
      *    tipo L = lote recebido (fatia 0 = lote completo do          *
      *             CNPJBATCH ou lote particionado pelo CNPJSPL;       *
      *             fatias 1 a 4 = detalhes processados por cada       *
      *             fatia do CNPJBATCH), no mes da data de geracao do  *
      *             cabecalho;                                         *
      *    tipo B = recusas do banco conciliadas pelo CNPJRET para as  *
      *             bases da origem, no mes da data de retorno, uma    *
      *             por intercambio enviado (quantidade e hash do      *
      *             trailer do CNPJEXP.TXT).                           *
      *----------------------------------------------------------------*
       01  REG-ESTATISTICA.
           02 EST-CHAVE.
              03 EST-ANO-MES            PIC 9(06).
              03 EST-ORIGEM             PIC X(04).
              03 EST-TIPO               PIC X(01).
                 88 EST-TIPO-LOTE           VALUE 'L'.
                 88 EST-TIPO-BANCO          VALUE 'B'.
              03 EST-IDENTIFICACAO      PIC X(32).
              03 EST-ID-LOTE REDEFINES EST-IDENTIFICACAO.
                 04 EST-DATA-GERACAO    PIC 9(08).
                 04 EST-QTDE-LOTE       PIC 9(09).
                 04 EST-HASH-LOTE       PIC 9(12).
                 04 EST-FATIA           PIC 9(01).
                 04 FILLER              PIC X(02).
              03 EST-ID-BANCO REDEFINES EST-IDENTIFICACAO.
                 04 EST-DATA-RETORNO    PIC 9(08).
                 04 EST-QTDE-ENVIO      PIC 9(09).
                 04 EST-HASH-ENVIO      PIC 9(15).
           02 EST-DATA-GRAVACAO         PIC 9(08).
           02 EST-PROGRAMA              PIC X(09).
           02 EST-QTDE-LOTES            PIC 9(09).
           02 EST-QTDE-DETALHES         PIC 9(09).
           02 EST-QTDE-OK               PIC 9(09).
           02 EST-QTDE-ERRO             PIC 9(09).
           02 EST-QTDE-REJEITADO        PIC 9(09).
           02 EST-QTDE-BLOQUEADO        PIC 9(09).
           02 EST-QTDE-DUPLICADO        PIC 9(09).
           02 EST-QTDE-CORRIGIDOS       PIC 9(09).
           02 EST-QTDE-RECUSADOS        PIC 9(09).
      *    Codigos de recusa do banco mais frequentes no intercambio;
      *    os demais somam em EST-QTDE-OUTROS-MOTIVOS.
           02 EST-MOTIVOS-RECUSA.
              03 EST-MOTIVO OCCURS 5 TIMES.
                 04 EST-MOTIVO-RECUSA   PIC X(03).
                 04 EST-QTDE-MOTIVO     PIC 9(09).
           02 EST-QTDE-OUTROS-MOTIVOS   PIC 9(09).
