      *----------------------------------------------------------------*
      *    Registro do cadastro cumulativo de exportacoes ao banco     *
      *    (CNPJEXPH.TXT), acrescido pelo CNPJEXP a cada CNPJ gravado  *
      *    no arquivo de intercambio, com a origem do parceiro e a     *
      *    data da exportacao. O mestre nao guarda quando a base foi   *
      *    enviada; o CNPJSLA le este cadastro para envelhecer, em     *
      *    dias uteis, as bases enviadas ainda sem resposta do banco.  *
      *    Uma base reenviada aparece uma vez por exportacao; vale a   *
      *    mais antiga.                                                *
      *----------------------------------------------------------------*
       01  REG-EXPORTADO.
           02 EXH-CNPJ-BASE-12N      PIC X(12).
           02 EXH-CNPJ-DV-1          PIC X(01).
           02 EXH-CNPJ-DV-2          PIC X(01).
           02 EXH-ORIGEM             PIC X(04).
           02 EXH-DATA-EXPORTACAO    PIC 9(08).
