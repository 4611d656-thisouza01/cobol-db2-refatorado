      * NA LISTA DE DOMINIOS PERMITIDOS (EAD719.DOMINIOOK)*
      * - UM EMAIL PESSOAL FORA DOS DOMINIOS CORPORATIVOS *
      * CADASTRADOS NAO PASSA, MESMO COM FORMATO VALIDO.  *
      * NO LOTE DO PROGMAIN O DOMINIO E CONFERIDO NO CACHE *
      * EM MEMORIA (CACHEREF), SEM SELECT.                *
      *****************************************************
       ENVIRONMENT                           DIVISION.
      *
                                   ==CAMPO-VALIDO== BY
                                       ==FORMATO-VALIDO==.
       77  WK-DOMINIO-QTDE                PIC 9(04)  VALUE ZEROS.
           COPY CPYCACHE.
      *
       LINKAGE                               SECTION.
       01  LK-EMAILFUN-TEXT                PIC X(30).
      *    FORMATO QUE O USUARIO DIGITOU, MAS OS DOMINIOS CADASTRADOS
      *    EM DOMINIOOK SAO SEMPRE GRAVADOS EM MAIUSCULAS.
           MOVE ZEROS TO WK-DOMINIO-QTDE.
           SET CR-OPER-CONSULTA TO TRUE.
           SET CR-TAB-DOMINIO   TO TRUE.
           MOVE WK-PARTE-DOMINIO TO CR-CHAVE.
           CALL "CACHEREF" USING CR-AREA.
           EVALUATE TRUE
               WHEN CR-ACHOU
                   MOVE 1 TO WK-DOMINIO-QTDE
               WHEN CR-NAO-ACHOU
                   CONTINUE
               WHEN OTHER
                   EXEC SQL
                       SELECT COUNT(*) INTO :WK-DOMINIO-QTDE
                         FROM EAD719.DOMINIOOK
                        WHERE DOMINIO = UPPER(:WK-PARTE-DOMINIO)
                   END-EXEC
           END-EVALUATE.
