       IDENTIFICATION                        DIVISION.
       PROGRAM-ID.                           VALFILIA.
      *****************************************************
      * CONFERE SE O ESTABELECIMENTO (FILIAL) INFORMADO   *
      * EXISTE EM EAD719.FILIAL (MANFILIA) E PERTENCE A   *
      * EMPRESA INFORMADA (EMPRESA EM BRANCO = EMPRESA    *
      * PRINCIPAL) - MESMO MOLDE DO VALEMPRE. CADA        *
      * DEPARTAMENTO FICA NUM ESTABELECIMENTO DA SUA      *
      * PROPRIA EMPRESA, COM O CNPJ E O MUNICIPIO DELE.   *
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
       77  WK-FILIAL-QTDE                   PIC 9(04)  VALUE ZEROS.
      *
       LINKAGE                               SECTION.
       01  LK-FILIAL-ACCEPT                 PIC X(04).
       01  LK-EMPRESA-ACCEPT                PIC X(03).
           COPY CPYVALLK REPLACING ==LK-CAMPO-VALIDO== BY
                                       ==LK-FILIAL-VALIDA==
                                   ==CAMPO-VALIDO== BY
                                       ==FILIAL-VALIDA==.
      *
       PROCEDURE                             DIVISION USING
                                                 LK-FILIAL-ACCEPT,
                                                 LK-EMPRESA-ACCEPT,
                                                 LK-FILIAL-VALIDA.

       PERFORM CONFERE-FILIAL.
       GOBACK.

       CONFERE-FILIAL.
           MOVE 'N' TO LK-FILIAL-VALIDA.
           EXEC SQL
               SELECT COUNT(*) INTO :WK-FILIAL-QTDE
                 FROM EAD719.FILIAL
                WHERE CODFILIAL  = :LK-FILIAL-ACCEPT
                  AND EMPRESAFIL = :LK-EMPRESA-ACCEPT
           END-EXEC.
           IF   SQLCODE                     = 0
               AND WK-FILIAL-QTDE           > ZEROS
               SET FILIAL-VALIDA TO TRUE
           END-IF.
