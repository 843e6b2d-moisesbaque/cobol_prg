      *********    situacao no cadastro mestre (CNPJMST.DAT) e as
      *********    datas em que a base aparece na trilha de auditoria,
      *********    repetindo a consulta ate o operador digitar FIM.
      *********    OUT/26: mostra tambem a situacao cadastral na
      *********    Receita gravada pelo CNPJRFB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                   END-IF
                   DISPLAY 'Data do retorno:      ' MST-DATA-RETORNO
               END-IF
               IF MST-SITUACAO-FISCAL = SPACES
                   DISPLAY 'Situacao na Receita:  NAO CONCILIADA'
               ELSE
                   DISPLAY 'Situacao na Receita:  ' MST-SITUACAO-FISCAL
                           ' desde ' MST-DATA-SIT-FISCAL
               END-IF
           END-IF.
       FIM-CONSULTAR-MESTRE.
           EXIT.
