      * CADASTRADO EM CARGOS. SUBROTINA COMPARTILHADA POR *
      * TODOS OS PROGRAMAS QUE PRECISAM DESSA CONFERENCIA *
      * ANTES DE TOCAR NO FUNCIONARIO (INCLUIR, ALTCARGF),*
      * NO MESMO MOLDE DO VALDEPTO PARA DEPARTAMENTOS,    *
      * INCLUSIVE NO USO DO CACHE EM MEMORIA (CACHEREF).  *
      *****************************************************
       ENVIRONMENT                           DIVISION.
       CONFIGURATION                         SECTION.
           END-EXEC.
      *
       77  WK-CARGO-QTDE                    PIC 9(04)  VALUE ZEROS.
           COPY CPYCACHE.
      *
       LINKAGE                               SECTION.
       01  LK-CARGOFUN-ACCEPT               PIC X(04).

       CONFERE-CARGO.
           MOVE 'N' TO LK-CARGO-VALIDO.
           SET CR-OPER-CONSULTA TO TRUE.
           SET CR-TAB-CARGO     TO TRUE.
           MOVE LK-CARGOFUN-ACCEPT TO CR-CHAVE.
           CALL "CACHEREF" USING CR-AREA.
           EVALUATE TRUE
               WHEN CR-ACHOU
                   SET CARGO-VALIDO TO TRUE
               WHEN CR-NAO-ACHOU
                   CONTINUE
               WHEN OTHER
                   PERFORM CONFERE-NO-BANCO
           END-EVALUATE.

       CONFERE-NO-BANCO.
           EXEC SQL
               SELECT COUNT(*) INTO :WK-CARGO-QTDE
                 FROM EAD719.CARGOS
