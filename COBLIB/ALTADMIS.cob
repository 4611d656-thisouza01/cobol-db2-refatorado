                                       ==WK-IDADE-CONSISTENTE==
                                   ==CAMPO-VALIDO== BY
                                       ==IDADE-CONSISTENTE==.
      * CONTRATO ATUAL, PARA O PRAZO MAXIMO DO ESTAGIO CONTAR DA
      * NOVA ADMISSAO (VALESTAG).
       77  WK-TIPOCONTR-ATUAL        PIC X(01)  VALUE SPACES.
       77  WK-FIMCONTR-ATUAL         PIC X(11)  VALUE SPACES.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-ESTAGIO-VALIDO==
                                   ==CAMPO-VALIDO== BY
                                       ==ESTAGIO-VALIDO==.
      *
       LINKAGE                       SECTION.
       01 LK-ADMISSFUN-ACCEPT        PIC X(11).
       01 LK-CODFUN                  PIC X(07).
       COPY CPYSTAT.
      *
       PROCEDURE                     DIVISION USING LK-CODFUN,
                       ' INVALIDA!'
           ELSE
               EXEC SQL
                   SELECT ADMISSFUN, NASCFUN,
                          COALESCE(TIPOCONTR, ' '),
                          COALESCE(FIMCONTR, ' ')
                     INTO :WK-ADMISSFUN-ANTIGO, :WK-NASCFUN-ATUAL,
                          :WK-TIPOCONTR-ATUAL, :WK-FIMCONTR-ATUAL
                     FROM EAD719.FUNCIONARIOS
                    WHERE CODFUN = :LK-CODFUN
               END-EXEC
                                     WK-IDADEFUN-ATUAL,
                                     WK-IDADE-CONSISTENTE

               CALL "VALESTAG" USING WK-TIPOCONTR-ATUAL,
                                     LK-ADMISSFUN-ACCEPT,
                                     WK-FIMCONTR-ATUAL,
                                     WK-ESTAGIO-VALIDO

               IF   NOT IDADE-CONSISTENTE
                   DISPLAY 'DATA DE ADMISSAO ' LK-ADMISSFUN-ACCEPT
                           ' INCOMPATIVEL COM A IDADE DO FUNCIONARIO '
                           LK-CODFUN '!'
               ELSE
               IF   NOT ESTAGIO-VALIDO
                   DISPLAY 'DATA DE ADMISSAO ' LK-ADMISSFUN-ACCEPT
                           ' DEIXA O ESTAGIO DO FUNCIONARIO '
                           LK-CODFUN ' (FIM ' WK-FIMCONTR-ATUAL
                           ') ALEM DO PRAZO MAXIMO DE 2 ANOS!'
               ELSE

               MOVE WK-ADMISSFUN-ANTIGO TO DB2-HIST-ANTIGO

                    STOP RUN
               END-EVALUATE
               END-IF
               END-IF
           END-IF.
      
