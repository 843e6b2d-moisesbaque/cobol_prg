      *********    bloqueada. Sem o arquivo de requisicoes vale o
      *********    modo antigo de console (uma raiz por execucao),
      *********    agora tambem pulando as bases ja cadastradas.
      *********    OUT/26: ordem LIBERADO pelo CNPJLIB volta a ser livre
      *********    - e emitida de novo na faixa pedida e nao conta como
      *********    a ordem mais alta da raiz nas "proximas ordens".
      *********    OUT/26: nas "proximas ordens" as ordens LIBERADO
      *********    abaixo da mais alta da raiz sao emitidas primeiro;
      *********    raiz com ordem 9999 em uso so e recusada se nao
      *********    tiver ordem LIBERADO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Requisicao de geracao: tipo F = faixa explicita de ordens
      *    (inicial e final), tipo P = proximas ordens livres da raiz
      *    (a quantidade pedida vem no campo da ordem final e a
      *    inicial e ignorada - a emissao comeca pelas ordens
      *    LIBERADO da raiz e segue na ordem seguinte a mais alta
      *    que o mestre conhece para a raiz).
       FD  ARQ-REQUISICAO.
       01  REG-REQUISICAO.
           02 RQG-TIPO               PIC X(01).
       01  WS-ORDEM-MAIS-ALTA    PIC 9(04) VALUE 0.
       01  WS-ORDEM-MESTRE       PIC X(04) VALUE SPACES.

      *    Ordens LIBERADO abaixo da mais alta da raiz, em ordem
      *    crescente, reaproveitadas antes das ordens novas nas
      *    "proximas ordens livres". Guardam-se no maximo tantas
      *    quantas foram pedidas.
       01  WS-QTDE-LIBERADAS     PIC 9(04) VALUE 0.
       01  WS-IND-LIBERADA       PIC 9(04) VALUE 0.
       01  WS-QTDE-RESTANTE      PIC 9(04) VALUE 0.
       01  WS-TAB-LIBERADAS.
           02 WS-ORDEM-LIBERADO OCCURS 9999 TIMES PIC 9(04).

       01  WS-BASE-GERADA.
           02 WS-BASE-RAIZ       PIC 9(08).
           02 WS-BASE-ORDEM      PIC 9(04).
       01  WS-QTDE-RECUSADAS     PIC 9(09) VALUE 0.
       01  WS-QTDE-INVALIDAS     PIC 9(09) VALUE 0.
       01  WS-REQ-GERADOS        PIC 9(09) VALUE 0.
       01  WS-QTDE-REEMITIDOS    PIC 9(09) VALUE 0.
       01  WS-ORDEM-LIBERADA     PIC 9 VALUE 0.
       01  WS-REQ-PULADOS        PIC 9(09) VALUE 0.

      *    Consulta a tabela de raizes bloqueadas (CNPJBLOQ) antes de
           DISPLAY 'CNPJs gerados:    ' WS-QTDE-GERADOS
           DISPLAY 'CNPJs rejeitados: ' WS-QTDE-REJEITADOS
           DISPLAY 'Bases ja cadastradas (puladas): ' WS-QTDE-PULADOS
           DISPLAY 'Ordens liberadas reemitidas:    '
                   WS-QTDE-REEMITIDOS

           PERFORM AVALIAR-RETORNO THRU FIM-AVALIAR-RETORNO

               MOVE RQG-ORDEM-FINAL   TO WS-ORDEM-FINAL
           END-IF

           IF RQG-PROXIMAS
               PERFORM EMITIR-LIBERADAS THRU FIM-EMITIR-LIBERADAS
           END-IF
           PERFORM EMITIR-FAIXA THRU FIM-EMITIR-FAIXA
           PERFORM IMPRIMIR-REQUISICAO THRU FIM-IMPRIMIR-REQUISICAO.
       FIM-ATENDER-REQUISICAO.
           EXIT.

      *    "Proximas ordens livres": varre o mestre a partir da
      *    primeira base da raiz, guarda a ordem mais alta ja
      *    conhecida (ordem LIBERADO nao conta: esta livre de novo) e
      *    junta as ordens LIBERADO da raiz. As LIBERADO abaixo da
      *    mais alta sao emitidas primeiro; o que faltar da
      *    quantidade pedida sai a partir da ordem seguinte a mais
      *    alta (as LIBERADO acima dela caem nessa faixa). Raiz sem
      *    ordem LIBERADO e sem espaco ate 9999 e recusada; faixa
      *    pedida alem de 9999 e atendida ate o limite (os pulos e a
      *    faixa impressa mostram o corte).
       DEFINIR-PROXIMAS-ORDENS.
           MOVE 0 TO WS-ORDEM-MAIS-ALTA WS-QTDE-LIBERADAS
           IF MESTRE-DISPONIVEL
               PERFORM LOCALIZAR-ORDEM-ALTA THRU
                       FIM-LOCALIZAR-ORDEM-ALTA
           END-IF
           PERFORM VARYING WS-IND-LIBERADA FROM 1 BY 1
                   UNTIL WS-IND-LIBERADA > WS-QTDE-LIBERADAS
               IF WS-ORDEM-LIBERADO(WS-IND-LIBERADA) >
                  WS-ORDEM-MAIS-ALTA
                   COMPUTE WS-QTDE-LIBERADAS = WS-IND-LIBERADA - 1
               END-IF
           END-PERFORM
           IF WS-QTDE-LIBERADAS = 0 AND WS-ORDEM-MAIS-ALTA >= 9999
               MOVE 'SEM ORDENS LIVRES NA RAIZ' TO WS-MOTIVO-RECUSA
               GO TO FIM-DEFINIR-PROXIMAS-ORDENS
           END-IF
           COMPUTE WS-QTDE-RESTANTE = WS-QTDE-PEDIDA - WS-QTDE-LIBERADAS
           COMPUTE WS-ORDEM-INICIAL = WS-ORDEM-MAIS-ALTA + 1
           IF WS-QTDE-RESTANTE = 0 OR WS-ORDEM-MAIS-ALTA >= 9999
               MOVE 1 TO WS-ORDEM-INICIAL
               MOVE 0 TO WS-ORDEM-FINAL
               GO TO FIM-DEFINIR-PROXIMAS-ORDENS
           END-IF
           IF WS-ORDEM-MAIS-ALTA + WS-QTDE-RESTANTE > 9999
               MOVE 9999 TO WS-ORDEM-FINAL
           ELSE
               COMPUTE WS-ORDEM-FINAL =
                       WS-ORDEM-MAIS-ALTA + WS-QTDE-RESTANTE
           END-IF.
       FIM-DEFINIR-PROXIMAS-ORDENS.
           EXIT.
                       MOVE MST-CNPJ-BASE-12N(9:4) TO WS-ORDEM-MESTRE
                       IF WS-ORDEM-MESTRE IS NUMERIC
                          AND WS-ORDEM-MESTRE > WS-ORDEM-MAIS-ALTA
                          AND MST-SITUACAO NOT = 'LIBERADO'
                           MOVE WS-ORDEM-MESTRE TO WS-ORDEM-MAIS-ALTA
                       END-IF
                       IF WS-ORDEM-MESTRE IS NUMERIC
                          AND MST-SITUACAO = 'LIBERADO'
                          AND WS-QTDE-LIBERADAS < WS-QTDE-PEDIDA
                           ADD 1 TO WS-QTDE-LIBERADAS
                           MOVE WS-ORDEM-MESTRE
                               TO WS-ORDEM-LIBERADO(WS-QTDE-LIBERADAS)
                       END-IF
                   END-IF
           END-READ.
       FIM-LER-BASE-DA-FAMILIA.
           EXIT.

      *    A leitura aleatoria do GERAR-CNPJ-DA-ORDEM reposiciona o
      *    mestre, por isso as ordens LIBERADO sao emitidas so depois
      *    da varredura da raiz.
       EMITIR-LIBERADAS.
           PERFORM VARYING WS-IND-LIBERADA FROM 1 BY 1
                   UNTIL WS-IND-LIBERADA > WS-QTDE-LIBERADAS
               MOVE WS-ORDEM-LIBERADO(WS-IND-LIBERADA)
                   TO WS-ORDEM-ATUAL
               PERFORM GERAR-CNPJ-DA-ORDEM THRU FIM-GERAR-CNPJ-DA-ORDEM
           END-PERFORM.
       FIM-EMITIR-LIBERADAS.
           EXIT.

       EMITIR-FAIXA.
           PERFORM VARYING WS-ORDEM-ATUAL FROM WS-ORDEM-INICIAL BY 1
                   UNTIL WS-ORDEM-ATUAL > WS-ORDEM-FINAL

      *    Base ja cadastrada no mestre nao e reemitida: a ordem e
      *    pulada e contada, fechando a porta das duplicidades que
      *    chegaram ate o banco. A excecao e a ordem LIBERADO, que
      *    nenhum parceiro usou e o CNPJLIB devolveu: sai de novo e o
      *    CNPJMST a reserva outra vez.
       GERAR-CNPJ-DA-ORDEM.
           MOVE WS-RAIZ-CNPJ TO WS-BASE-RAIZ
           MOVE WS-ORDEM-ATUAL TO WS-BASE-ORDEM
           MOVE 0 TO WS-ORDEM-LIBERADA

           IF MESTRE-DISPONIVEL
               MOVE WS-BASE-GERADA TO MST-CNPJ-BASE-12N
               READ ARQ-MESTRE
               IF WS-FS-MESTRE = '00' AND MST-SITUACAO = 'LIBERADO'
                   MOVE 1 TO WS-ORDEM-LIBERADA
               END-IF
               IF WS-FS-MESTRE = '00' AND WS-ORDEM-LIBERADA = 0
                   ADD 1 TO WS-QTDE-PULADOS
                   ADD 1 TO WS-REQ-PULADOS
                   GO TO FIM-GERAR-CNPJ-DA-ORDEM
               END-IF
               IF WS-FS-MESTRE NOT = '23' AND WS-ORDEM-LIBERADA = 0
                   DISPLAY 'ERRO AO LER CNPJMST.DAT - STATUS '
                           WS-FS-MESTRE
                   MOVE 16 TO RETURN-CODE
               END-IF
               ADD 1 TO WS-QTDE-GERADOS
               ADD 1 TO WS-REQ-GERADOS
               IF WS-ORDEM-LIBERADA = 1
                   ADD 1 TO WS-QTDE-REEMITIDOS
               END-IF
           END-IF.
       FIM-GERAR-CNPJ-DA-ORDEM.
           EXIT.
           IF WS-MOTIVO-RECUSA = SPACES
               MOVE WS-ORDEM-INICIAL TO LD-ORDEM-INICIAL
               MOVE WS-ORDEM-FINAL   TO LD-ORDEM-FINAL
      *        Com ordens LIBERADO reaproveitadas a faixa impressa vai
      *        da primeira delas a ultima ordem emitida.
               IF RQG-PROXIMAS AND WS-QTDE-LIBERADAS > 0
                   MOVE WS-ORDEM-LIBERADO(1) TO LD-ORDEM-INICIAL
                   IF WS-ORDEM-FINAL = 0
                       MOVE WS-ORDEM-LIBERADO(WS-QTDE-LIBERADAS)
                           TO LD-ORDEM-FINAL
                   END-IF
               END-IF
           ELSE
               MOVE RQG-ORDEM-INICIAL TO LD-ORDEM-INICIAL
               MOVE RQG-ORDEM-FINAL   TO LD-ORDEM-FINAL
           MOVE SPACES TO LINHA-RODAPE
           STRING 'TOTAL REQUISICOES INVALIDAS:' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-REEMITIDOS TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'TOTAL LIBERADAS REEMITIDAS: ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE.
       FIM-IMPRIMIR-RODAPE.
           EXIT.
