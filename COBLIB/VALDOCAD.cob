       IDENTIFICATION                        DIVISION.
       PROGRAM-ID.                           VALDOCAD.
      *****************************************************
      * CONFERE SE O FUNCIONARIO TEM ITEM OBRIGATORIO DA  *
      * LISTA DE DOCUMENTOS DE ADMISSAO (EAD719.DOCADMFUN,*
      * ABERTA PELO ABRDOCAD) AINDA PENDENTE MAIS DE      *
      * LK-DIAS DIAS APOS A ABERTURA DA LISTA. ITEM       *
      * RECEBIDO OU DISPENSADO (MANDOCAD) E ITEM          *
      * OPCIONAL NAO CONTAM; FUNCIONARIO SEM LISTA        *
      * (ADMITIDO ANTES DELA) TAMBEM NAO. OS ITENS QUE    *
      * FALTAM VOLTAM EM LK-ITENS-PENDENTES PARA A        *
      * MENSAGEM DO CHAMADOR. SUBROTINA COMPARTILHADA     *
      * PELO EXTRFOLHA E PELO CNABFOLH, NO MOLDE DO       *
      * VALDOCUM.                                         *
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
       77  WK-ITEM                          PIC X(02)  VALUE SPACES.
       77  WK-LISTA-POS                     PIC 9(02)  VALUE ZEROS.
       77  WK-QTDE-PENDENTE                 PIC 9(02)  VALUE ZEROS.
      *
       EXEC SQL
           DECLARE CUR-ITEM-PENDENTE CURSOR FOR
               SELECT ITEM
                 FROM EAD719.DOCADMFUN
                WHERE CODFUN   = :LK-CODFUN
                  AND OBRIG    = 'S'
                  AND SITUACAO = 'P'
                  AND DAYS(CURRENT DATE) - DAYS(DATAABERT)
                      > :LK-DIAS
                ORDER BY ITEM
       END-EXEC.
      *
       LINKAGE                               SECTION.
       01  LK-CODFUN                        PIC X(07).
       01  LK-DIAS                          PIC 9(03).
       01  LK-ITENS-PENDENTES               PIC X(30).
           COPY CPYVALLK REPLACING ==LK-CAMPO-VALIDO== BY
                                       ==LK-ADMISSAO-DOCUMENTADA==
                                   ==CAMPO-VALIDO== BY
                                       ==ADMISSAO-DOCUMENTADA==.
      *
       PROCEDURE                             DIVISION USING
                                                 LK-CODFUN,
                                                 LK-DIAS,
                                                 LK-ITENS-PENDENTES,
                                               LK-ADMISSAO-DOCUMENTADA.

       PERFORM CONFERE-ITENS.
       GOBACK.

       CONFERE-ITENS.
           MOVE 'N'    TO LK-ADMISSAO-DOCUMENTADA.
           MOVE SPACES TO LK-ITENS-PENDENTES.
           MOVE ZEROS  TO WK-QTDE-PENDENTE.
           MOVE 1      TO WK-LISTA-POS.
           EXEC SQL
               OPEN CUR-ITEM-PENDENTE
           END-EXEC.
           IF   SQLCODE                     = 0
               PERFORM LISTA-PENDENTE
                       UNTIL SQLCODE NOT = 0
               IF   SQLCODE                 = 100
                   AND WK-QTDE-PENDENTE     = ZEROS
                   SET ADMISSAO-DOCUMENTADA TO TRUE
               END-IF
               EXEC SQL
                   CLOSE CUR-ITEM-PENDENTE
               END-EXEC
           END-IF.

       LISTA-PENDENTE.
           EXEC SQL
               FETCH CUR-ITEM-PENDENTE
                 INTO :WK-ITEM
           END-EXEC.
           IF   SQLCODE                     = 0
               ADD 1 TO WK-QTDE-PENDENTE
               IF   WK-LISTA-POS            < 28
                   STRING WK-ITEM ' '
                          DELIMITED BY SIZE
                          INTO LK-ITENS-PENDENTES
                          WITH POINTER WK-LISTA-POS
                   END-STRING
               END-IF
           END-IF.
