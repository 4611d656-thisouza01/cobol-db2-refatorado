      * ENTIDADE LEGAL NA FOLHA, CADA FUNCIONARIO E       *
      * DEPARTAMENTO CARREGA A SUA EMPRESA EM VEZ DO      *
      * ANTIGO PREFIXO IMPROVISADO NO CODIGO DO           *
      * DEPARTAMENTO. NO LOTE DO PROGMAIN A CONFERENCIA E *
      * FEITA NO CACHE EM MEMORIA (CACHEREF).             *
      *****************************************************
       ENVIRONMENT                           DIVISION.
       CONFIGURATION                         SECTION.
           END-EXEC.
      *
       77  WK-EMPRESA-QTDE                  PIC 9(04)  VALUE ZEROS.
           COPY CPYCACHE.
      *
       LINKAGE                               SECTION.
       01  LK-EMPRESA-ACCEPT                PIC X(03).

       CONFERE-EMPRESA.
           MOVE 'N' TO LK-EMPRESA-VALIDA.
           SET CR-OPER-CONSULTA TO TRUE.
           SET CR-TAB-EMPRESA   TO TRUE.
           MOVE LK-EMPRESA-ACCEPT TO CR-CHAVE.
           CALL "CACHEREF" USING CR-AREA.
           EVALUATE TRUE
               WHEN CR-ACHOU
                   SET EMPRESA-VALIDA TO TRUE
               WHEN CR-NAO-ACHOU
                   CONTINUE
               WHEN OTHER
                   PERFORM CONFERE-NO-BANCO
           END-EVALUATE.

       CONFERE-NO-BANCO.
           EXEC SQL
               SELECT COUNT(*) INTO :WK-EMPRESA-QTDE
                 FROM EAD719.EMPRESA
