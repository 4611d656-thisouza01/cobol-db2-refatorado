       IDENTIFICATION                        DIVISION.
       PROGRAM-ID.                           VALESTAG.
      *****************************************************
      * CONFERE O PRAZO MAXIMO LEGAL DO ESTAGIO: CONTRATO *
      * TIPO G NAO PODE IR ALEM DE 2 ANOS A CONTAR DA     *
      * ADMISSAO (A DATA DE FIM TEM DE CAIR ANTES DO      *
      * SEGUNDO ANIVERSARIO DA ADMISSAO). OS DEMAIS TIPOS *
      * PASSAM DIRETO. SUBROTINA COMPARTILHADA PELO       *
      * INCLUIR, PELO ALTCONTR, PELO ALTADMIS E PELO      *
      * MANESTAG, NO MESMO MOLDE DO VALADMIS.             *
      *****************************************************
       ENVIRONMENT                           DIVISION.
      *
       DATA                                  DIVISION.
       WORKING-STORAGE                       SECTION.
       01  WK-ADMISSAO-PARTES.
           05  WK-ADM-DIA                 PIC X(02).
           05  FILLER                     PIC X.
           05  WK-ADM-MES                 PIC X(02).
           05  FILLER                     PIC X.
           05  WK-ADM-ANO                 PIC X(04).
       01  WK-FIMCONTR-PARTES.
           05  WK-FIM-DIA                 PIC X(02).
           05  FILLER                     PIC X.
           05  WK-FIM-MES                 PIC X(02).
           05  FILLER                     PIC X.
           05  WK-FIM-ANO                 PIC X(04).
       77  WK-ADMISSAO-NUM                PIC 9(08)  VALUE ZEROS.
       77  WK-FIMCONTR-NUM                PIC 9(08)  VALUE ZEROS.
       77  WK-LIMITE-NUM                  PIC 9(08)  VALUE ZEROS.
      *
       LINKAGE                               SECTION.
       01  LK-TIPOCONTR-ACCEPT              PIC X(01).
       01  LK-ADMISSFUN-ACCEPT              PIC X(11).
       01  LK-FIMCONTR-ACCEPT               PIC X(11).
           COPY CPYVALLK REPLACING ==LK-CAMPO-VALIDO== BY
                                       ==LK-ESTAGIO-VALIDO==
                                   ==CAMPO-VALIDO== BY
                                       ==ESTAGIO-VALIDO==.
      *
       PROCEDURE                             DIVISION USING
                                                 LK-TIPOCONTR-ACCEPT,
                                                 LK-ADMISSFUN-ACCEPT,
                                                 LK-FIMCONTR-ACCEPT,
                                                 LK-ESTAGIO-VALIDO.

       PERFORM CONFERE-PRAZO-ESTAGIO.
       GOBACK.

       CONFERE-PRAZO-ESTAGIO.
           IF   LK-TIPOCONTR-ACCEPT         NOT = 'G'
               SET ESTAGIO-VALIDO TO TRUE
           ELSE
               MOVE 'N' TO LK-ESTAGIO-VALIDO
               MOVE LK-ADMISSFUN-ACCEPT(1:10) TO WK-ADMISSAO-PARTES
               MOVE LK-FIMCONTR-ACCEPT(1:10)  TO WK-FIMCONTR-PARTES
               IF   WK-ADM-DIA              IS NUMERIC
                AND WK-ADM-MES              IS NUMERIC
                AND WK-ADM-ANO              IS NUMERIC
                AND WK-FIM-DIA              IS NUMERIC
                AND WK-FIM-MES              IS NUMERIC
                AND WK-FIM-ANO              IS NUMERIC
                   COMPUTE WK-ADMISSAO-NUM =
                           FUNCTION NUMVAL(WK-ADM-ANO) * 10000
                         + FUNCTION NUMVAL(WK-ADM-MES) * 100
                         + FUNCTION NUMVAL(WK-ADM-DIA)
                   COMPUTE WK-FIMCONTR-NUM =
                           FUNCTION NUMVAL(WK-FIM-ANO) * 10000
                         + FUNCTION NUMVAL(WK-FIM-MES) * 100
                         + FUNCTION NUMVAL(WK-FIM-DIA)
      *            SEGUNDO ANIVERSARIO DA ADMISSAO - O ULTIMO DIA DO
      *            ESTAGIO E A VESPERA DELE.
                   COMPUTE WK-LIMITE-NUM = WK-ADMISSAO-NUM + 20000
                   IF   WK-FIMCONTR-NUM     < WK-LIMITE-NUM
                    AND WK-FIMCONTR-NUM     > WK-ADMISSAO-NUM
                       SET ESTAGIO-VALIDO TO TRUE
                   END-IF
               END-IF
           END-IF.
