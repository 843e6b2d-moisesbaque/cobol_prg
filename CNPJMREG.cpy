      *    indexado pela base de 12 posicoes. Compartilhado pelos      *
      *    programas que carregam (CNPJMST) e consultam o cadastro.    *
      *    Situacoes possiveis: OK / ERRO / REJEITADO / GERADO /       *
      *    BLOQUEADO / LIBERADO (ordem GERADO que nenhum parceiro      *
      *    usou, devolvida pelo CNPJLIB; MST-DATA-RECERT guarda a data *
      *    da liberacao).                                              *
      *    A origem identifica o parceiro do lote da ultima            *
      *    recertificacao (GERA = numero emitido pelo CNPJGER): quando *
      *    dois parceiros mandam a mesma base, vale a origem da        *
      *    RECUSADO (com o codigo de recusa do banco) e a data do      *
      *    retorno processado; situacao em espacos (e data zerada) =   *
      *    ainda sem resposta do banco.                                *
      *    A situacao cadastral na Receita Federal (ATIVA, BAIXADA,    *
      *    INAPTA, SUSPENSA ou NULA) e a data dessa situacao sao       *
      *    gravadas pelo CNPJRFB a partir do extrato mensal da         *
      *    Receita; situacao em espacos (e data zerada) = base ainda   *
      *    nao conciliada com o extrato.                               *
      *----------------------------------------------------------------*
       01  REG-MESTRE.
           02 MST-CNPJ-BASE-12N      PIC X(12).
           02 MST-SITUACAO-BANCO     PIC X(08).
           02 MST-MOTIVO-BANCO       PIC X(03).
           02 MST-DATA-RETORNO       PIC 9(08).
           02 MST-SITUACAO-FISCAL    PIC X(08).
           02 MST-DATA-SIT-FISCAL    PIC 9(08).
