       IDENTIFICATION                        DIVISION.
       PROGRAM-ID.                           VALDOCUM.
      *****************************************************
      * CONFERE SE O FUNCIONARIO TEM CADASTRADOS E DENTRO *
      * DA VALIDADE (EAD719.DOCFUN, MANDOCUM) OS          *
      * DOCUMENTOS QUE O CARGO EXIGE (EAD719.DOCCARGO):   *
      *   CP REGISTRO NO CONSELHO PROFISSIONAL - A        *
      *      CATEGORIA E A SIGLA DO CONSELHO (COREN,      *
      *      CREA...) E PRECISA SER A MESMA;              *
      *   CN CARTEIRA DE HABILITACAO - A CATEGORIA DA     *
      *      EXIGENCIA E A MINIMA (C, D, E: A MAIOR       *
      *      HABILITA AS MENORES);                        *
      *   AR AUTORIZACAO DE RESIDENCIA E TRABALHO DO      *
      *      ESTRANGEIRO.                                 *
      * CATEGORIA EM BRANCO NA EXIGENCIA ACEITA QUALQUER. *
      * VALIDADE EM BRANCO NO DOCUMENTO = SEM VENCIMENTO. *
      * A AUTORIZACAO DE TRABALHO CADASTRADA (QUEM A TEM  *
      * E ESTRANGEIRO) VALE PARA QUALQUER CARGO: VENCIDA, *
      * RECUSA MESMO SEM EXIGENCIA DO CARGO. OS TIPOS QUE *
      * FALTAM VOLTAM EM LK-DOCS-PENDENTES PARA A         *
      * MENSAGEM DO CHAMADOR. SUBROTINA COMPARTILHADA     *
      * PELO INCLUIR E PELO ALTCARGF, NO MOLDE DO VALREQ. *
      *****************************************************
       ENVIRONMENT                           DIVISION.
       CONFIGURATION                         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       DATA                                  DIVISION.
       WORKING-STORAGE                       SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
       77  WK-TIPODOC                       PIC X(02)  VALUE SPACES.
       77  WK-LISTA-POS                     PIC 9(02)  VALUE ZEROS.
       77  WK-QTDE-PENDENTE                 PIC 9(02)  VALUE ZEROS.
       01  WK-HOJE-TEXTO                    PIC X(08)  VALUE SPACES.
       01  WK-DATA-ATUAL.
           05  WK-DATA-AAAAMMDD             PIC 9(08).
           05  FILLER                       PIC X(13).
      *
      *    EXIGENCIAS DO CARGO SEM DOCUMENTO VALIDO, MAIS A
      *    AUTORIZACAO DE TRABALHO VENCIDA (DATAS TEXTO DD/MM/AAAA
      *    REORDENADAS PARA AAAAMMDD).
       EXEC SQL
           DECLARE CUR-DOC-PENDENTE CURSOR FOR
               SELECT R.TIPODOC
                 FROM EAD719.DOCCARGO R
                WHERE R.CARGOFUN = :LK-CARGOFUN-ACCEPT
                  AND NOT EXISTS
                      (SELECT 1
                         FROM EAD719.DOCFUN D
                        WHERE D.CODFUN  = :LK-CODFUN
                          AND D.TIPODOC = R.TIPODOC
                          AND (R.CATEGORIA = ' '
                               OR D.CATEGORIA = R.CATEGORIA
                               OR (R.TIPODOC = 'CN'
                                   AND D.CATEGORIA > R.CATEGORIA))
                          AND (D.VALIDADE = ' '
                               OR SUBSTR(D.VALIDADE, 7, 4)
                                  || SUBSTR(D.VALIDADE, 4, 2)
                                  || SUBSTR(D.VALIDADE, 1, 2)
                                  NOT < :WK-HOJE-TEXTO))
               UNION
               SELECT D.TIPODOC
                 FROM EAD719.DOCFUN D
                WHERE D.CODFUN   = :LK-CODFUN
                  AND D.TIPODOC  = 'AR'
                  AND D.VALIDADE NOT = ' '
                  AND SUBSTR(D.VALIDADE, 7, 4)
                      || SUBSTR(D.VALIDADE, 4, 2)
                      || SUBSTR(D.VALIDADE, 1, 2)
                      < :WK-HOJE-TEXTO
       END-EXEC.
      *
       LINKAGE                               SECTION.
       01  LK-CODFUN                        PIC X(07).
       01  LK-CARGOFUN-ACCEPT               PIC X(04).
       01  LK-DOCS-PENDENTES                PIC X(30).
           COPY CPYVALLK REPLACING ==LK-CAMPO-VALIDO== BY
                                       ==LK-DOCUMENTOS-VALIDOS==
                                   ==CAMPO-VALIDO== BY
                                       ==DOCUMENTOS-VALIDOS==.
      *
       PROCEDURE                             DIVISION USING
                                                 LK-CODFUN,
                                                 LK-CARGOFUN-ACCEPT,
                                                 LK-DOCS-PENDENTES,
                                                 LK-DOCUMENTOS-VALIDOS.

       PERFORM CONFERE-DOCUMENTOS.
       GOBACK.

       CONFERE-DOCUMENTOS.
           MOVE 'N'    TO LK-DOCUMENTOS-VALIDOS.
           MOVE SPACES TO LK-DOCS-PENDENTES.
           MOVE ZEROS  TO WK-QTDE-PENDENTE.
           MOVE 1      TO WK-LISTA-POS.
           MOVE FUNCTION CURRENT-DATE TO WK-DATA-ATUAL.
           MOVE WK-DATA-ATUAL(1:8)    TO WK-HOJE-TEXTO.
           EXEC SQL
               OPEN CUR-DOC-PENDENTE
           END-EXEC.
           IF   SQLCODE                     = 0
               PERFORM LISTA-PENDENTE
                       UNTIL SQLCODE NOT = 0
               IF   SQLCODE                 = 100
                   AND WK-QTDE-PENDENTE     = ZEROS
                   SET DOCUMENTOS-VALIDOS TO TRUE
               END-IF
               EXEC SQL
                   CLOSE CUR-DOC-PENDENTE
               END-EXEC
           END-IF.

       LISTA-PENDENTE.
           EXEC SQL
               FETCH CUR-DOC-PENDENTE
                 INTO :WK-TIPODOC
           END-EXEC.
           IF   SQLCODE                     = 0
               ADD 1 TO WK-QTDE-PENDENTE
               IF   WK-LISTA-POS            < 28
                   STRING WK-TIPODOC ' '
                          DELIMITED BY SIZE
                          INTO LK-DOCS-PENDENTES
                          WITH POINTER WK-LISTA-POS
                   END-STRING
               END-IF
           END-IF.
