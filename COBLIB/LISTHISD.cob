      * INCLUSAO/ALTERACAO/EXCLUSAO COM O VALOR ANTIGO E O *
      * NOVO, DA MAIS RECENTE PARA A MAIS ANTIGA - O QUE   *
      * OS FUNCIONARIOS SEMPRE TIVERAM E OS DEPARTAMENTOS  *
      * NAO. OS VALORES PASSAM PELA MESMA MASCARA DE CAMPOS*
      * SENSIVEIS DO HISTORICO DE FUNCIONARIOS (MASCSENS,  *
      * PELO CAMPOALT) PARA QUEM NAO TEM A CLASSE '$'.     *
      ******************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
      * Variaveis de controle SQL
       COPY SQLVARS.
       COPY CPYHISTD.
       COPY CPYSENS.
      *
       77  WK-CODIGO-BUSCA           PIC X(03)  VALUE SPACES.
       77  WK-DATAALT                PIC X(10)  VALUE SPACES.
           SET TRANSACAO-FALHOU      TO TRUE.
           MOVE LK-DEPTO-COD         TO WK-CODIGO-BUSCA.
           MOVE ZEROS                TO WK-QTDE-LISTADA.
           MOVE 'N'                  TO WK-VE-SENSIVEL.
           CALL "VALPERM" USING WK-CLASSE-SENSIVEL,
                                WK-VE-SENSIVEL.

           EXEC SQL
               OPEN CUR-HISTD
               END-EXEC
               IF   SQLCODE = 0
                   ADD 1 TO WK-QTDE-LISTADA
                   IF   NOT VE-CAMPO-SENSIVEL
                       CALL "MASCSENS" USING DB2-HISTD-CAMPO,
                                             DB2-HISTD-ANTIGO
                       CALL "MASCSENS" USING DB2-HISTD-CAMPO,
                                             DB2-HISTD-NOVO
                   END-IF
                   DISPLAY 'DEPTO ' WK-CODIGO-BUSCA
                           ' EM ' WK-DATAALT
                           ' CAMPO ' DB2-HISTD-CAMPO
