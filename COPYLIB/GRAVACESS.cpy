      * Grava uma linha em EAD719.ACESSOSENS para cada funcionario
      * cujo salario, CPF ou dados bancarios foram exibidos sem
      * mascara. Chamada com DB2-ACS-CODFUN, DB2-ACS-PROGRAMA e
      * DB2-ACS-CAMPOS (nomes de CAMPOALT separados por virgula) ja
      * preenchidos pelo chamador. Ao contrario do GRAVA-AUDITORIA,
      * NAO confirma: quem chama faz o COMMIT depois de fechar os
      * seus cursores (o COMMIT fecharia um cursor sem WITH HOLD no
      * meio da listagem); no CICS vale o SYNCPOINT do fim da tarefa.
      * DB2-ACS-USERID em branco vale o CURRENT SQLID (lote); a
      * transacao CICS preenche antes o USERID do terminal (ASSIGN
      * USERID) - la o SQLID e o do plano, igual para todos.
       GRAVA-ACESSO-SENSIVEL.
           IF  DB2-ACS-USERID           = SPACES
               EXEC SQL
                   VALUES (CURRENT SQLID) INTO :DB2-ACS-USERID
               END-EXEC
           END-IF.

           EXEC SQL
               INSERT INTO EAD719.ACESSOSENS
                  (USERID, CODFUN, PROGRAMA, CAMPOS, DATAHORA)
                  VALUES (:DB2-ACS-USERID, :DB2-ACS-CODFUN,
                          :DB2-ACS-PROGRAMA, :DB2-ACS-CAMPOS,
                          CURRENT TIMESTAMP)
           END-EXEC.
           IF  SQLCODE                  NOT = 0
               DISPLAY 'AVISO: FALHA AO REGISTRAR O ACESSO DE '
                       DB2-ACS-PROGRAMA ' AO FUNCIONARIO '
                       DB2-ACS-CODFUN
           END-IF.
