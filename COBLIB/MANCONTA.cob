      * DE CREDITO (CONTRAPARTIDA) USADAS PELO EXTRATO *
      * DE LANCAMENTOS GLJORNAL. INCLUSAO SUBSTITUI O  *
      * DE-PARA ANTERIOR DO DEPARTAMENTO; EXCLUSAO O   *
      * REMOVE. AS CONTAS DE PASSIVO DA PROVISAO DE    *
      * FERIAS E DA DE 13O (OPCIONAIS) SAO AS QUE O    *
      * PROVISAO CREDITA NA CONSTITUICAO MENSAL E      *
      * DEBITA NA REVERSAO DO QUE FOI PAGO.            *
      **************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
           05  LK-CONTA-DEPTO        PIC X(03).
           05  LK-CONTA-DEBITO       PIC X(10).
           05  LK-CONTA-CREDITO      PIC X(10).
           05  LK-CONTA-PROVFER      PIC X(10).
           05  LK-CONTA-PROV13       PIC X(10).
       COPY CPYSTAT.
      *
       PROCEDURE                     DIVISION USING LK-CONTA-TRANS,
               ELSE
                   EXEC SQL
                       INSERT INTO EAD719.CONTABGL
                          (DEPTOFUN, CONTADEBITO, CONTACREDITO,
                           CONTAPROVFER, CONTAPROV13)
                          VALUES (:LK-CONTA-DEPTO,
                                  :LK-CONTA-DEBITO,
                                  :LK-CONTA-CREDITO,
                                  :LK-CONTA-PROVFER,
                                  :LK-CONTA-PROV13)
                   END-EXEC
                   IF   SQLCODE = 0
                       EXEC SQL COMMIT END-EXEC
                               LK-CONTA-DEPTO ' GRAVADO: DEBITO '
                               LK-CONTA-DEBITO ' CREDITO '
                               LK-CONTA-CREDITO
                       IF   LK-CONTA-PROVFER = SPACES
                        OR  LK-CONTA-PROV13  = SPACES
                           DISPLAY 'AVISO: DEPARTAMENTO '
                                   LK-CONTA-DEPTO ' SEM CONTA DE '
                                   'PROVISAO DE FERIAS OU DE 13O - '
                                   'FICA FORA DO PROVISAO'
                       END-IF
                   ELSE
                       DISPLAY 'DE-PARA DO DEPARTAMENTO '
                               LK-CONTA-DEPTO ' NAO GRAVADO - '
