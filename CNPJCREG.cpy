      *----------------------------------------------------------------*
      *    Area de resultado da consulta de um CNPJ ao cadastro mestre *
      *    (modulo CNPJCSM, entrada CNPJ-CONS-MESTRE), para os         *
      *    sistemas que conferem o CNPJ de um cliente sem copia do     *
      *    mestre. Retorno: 00 = base cadastrada, 04 = base nao        *
      *    cadastrada, 08 = mestre indisponivel, 12 = CNPJ invalido    *
      *    (quantidade de posicoes ou caractere nao aceito). Os        *
      *    digitos informados sao conferidos quando o CNPJ chega com   *
      *    14 posicoes (C = corretos, I = incorretos); B = so a base   *
      *    informada, R = CNPJ rejeitado. O bloqueio da raiz vem do    *
      *    CNPJBLOQ.TXT vigente na data da consulta.                   *
      *----------------------------------------------------------------*
       01  REG-RESULTADO-CONSULTA.
           02 RCS-RETORNO               PIC 9(02).
              88 RCS-CADASTRADO             VALUE 0.
              88 RCS-NAO-CADASTRADO         VALUE 4.
              88 RCS-MESTRE-INDISPONIVEL    VALUE 8.
              88 RCS-CNPJ-INVALIDO          VALUE 12.
           02 RCS-CONFERENCIA-DV        PIC X(01).
              88 RCS-DV-CORRETO             VALUE 'C'.
              88 RCS-DV-INCORRETO           VALUE 'I'.
              88 RCS-SO-BASE                VALUE 'B'.
              88 RCS-REJEITADO              VALUE 'R'.
           02 RCS-CNPJ-BASE-12N         PIC X(12).
           02 RCS-CNPJ-DV-1             PIC X(01).
           02 RCS-CNPJ-DV-2             PIC X(01).
           02 RCS-CNPJ-MASCARA          PIC X(18).
           02 RCS-SITUACAO              PIC X(10).
           02 RCS-ORIGEM                PIC X(04).
           02 RCS-DATA-PRIMEIRA         PIC 9(08).
           02 RCS-DATA-RECERT           PIC 9(08).
           02 RCS-SITUACAO-BANCO        PIC X(08).
           02 RCS-MOTIVO-BANCO          PIC X(03).
           02 RCS-RAIZ-BLOQUEADA        PIC X(01).
              88 RCS-BLOQUEADA              VALUE 'S'.
              88 RCS-LIVRE                  VALUE 'N'.
           02 RCS-MOTIVO-BLOQUEIO       PIC X(03).
