       IDENTIFICATION                        DIVISION.
       PROGRAM-ID.                           VALREQ.
      *****************************************************
      * CONFERE SE A REQUISICAO DE VAGA INFORMADA NA      *
      * ADMISSAO (EAD719.REQVAGA, MANREQ) ESTA ABERTA, E  *
      * DO MESMO DEPARTAMENTO E CARGO DO ADMITIDO E SE O  *
      * SALARIO CABE NA FAIXA APROVADA. SUBROTINA         *
      * COMPARTILHADA PELO INCLUIR E PELO READMITE, NO    *
      * MESMO MOLDE DO VALVAGA - QUEM ADMITE E QUE DA A   *
      * REQUISICAO POR PREENCHIDA, NA MESMA UNIDADE DE    *
      * TRABALHO DA GRAVACAO DO FUNCIONARIO.              *
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
       77  WK-NUMREQ                        PIC 9(06)  VALUE ZEROS.
       77  WK-REQ-QTDE                      PIC 9(04)  VALUE ZEROS.
      *
       LINKAGE                               SECTION.
       01  LK-NUMREQ-ACCEPT                 PIC X(06).
       01  LK-DEPTOFUN-ACCEPT               PIC X(03).
       01  LK-CARGOFUN-ACCEPT               PIC X(04).
       01  LK-SALARIOFUN-ACCEPT             PIC 9(6)V99.
           COPY CPYVALLK REPLACING ==LK-CAMPO-VALIDO== BY
                                       ==LK-REQUISICAO-VALIDA==
                                   ==CAMPO-VALIDO== BY
                                       ==REQUISICAO-VALIDA==.
      *
       PROCEDURE                             DIVISION USING
                                                 LK-NUMREQ-ACCEPT,
                                                 LK-DEPTOFUN-ACCEPT,
                                                 LK-CARGOFUN-ACCEPT,
                                                 LK-SALARIOFUN-ACCEPT,
                                                 LK-REQUISICAO-VALIDA.

       PERFORM CONFERE-REQUISICAO.
       GOBACK.

       CONFERE-REQUISICAO.
           MOVE 'N' TO LK-REQUISICAO-VALIDA.
           IF   LK-NUMREQ-ACCEPT            IS NUMERIC
               MOVE LK-NUMREQ-ACCEPT        TO WK-NUMREQ
               EXEC SQL
                   SELECT COUNT(*) INTO :WK-REQ-QTDE
                     FROM EAD719.REQVAGA
                    WHERE NUMREQ   = :WK-NUMREQ
                      AND SITUACAO = 'A'
                      AND DEPTOFUN = :LK-DEPTOFUN-ACCEPT
                      AND CARGOFUN = :LK-CARGOFUN-ACCEPT
                      AND :LK-SALARIOFUN-ACCEPT
                          BETWEEN SALMIN AND SALMAX
               END-EXEC
               IF   SQLCODE                 = 0
                   AND WK-REQ-QTDE          > ZEROS
                   SET REQUISICAO-VALIDA TO TRUE
               END-IF
           END-IF.
