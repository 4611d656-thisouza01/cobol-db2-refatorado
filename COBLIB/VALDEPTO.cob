      * COMPARTILHADA POR TODOS OS PROGRAMAS QUE PRECISAM *
      * DESSA CONFERENCIA ANTES DE TOCAR NO FUNCIONARIO   *
      * (INCLUIR, ALTDEPTO), EM VEZ DE CADA UM REPETIR O  *
      * MESMO SELECT. NO LOTE DO PROGMAIN A CONFERENCIA E *
      * FEITA NO CACHE EM MEMORIA (CACHEREF), SEM SELECT. *
      *****************************************************
       ENVIRONMENT                           DIVISION.
       CONFIGURATION                         SECTION.
           END-EXEC.
      *
       77  WK-DEPTO-QTDE                    PIC 9(04)  VALUE ZEROS.
           COPY CPYCACHE.
      *
       LINKAGE                               SECTION.
       01  LK-DEPTOFUN-ACCEPT               PIC X(03).

       CONFERE-DEPARTAMENTO.
           MOVE 'N' TO LK-DEPTO-VALIDO.
           SET CR-OPER-CONSULTA TO TRUE.
           SET CR-TAB-DEPTO     TO TRUE.
           MOVE LK-DEPTOFUN-ACCEPT TO CR-CHAVE.
           CALL "CACHEREF" USING CR-AREA.
           EVALUATE TRUE
               WHEN CR-ACHOU
                   SET DEPTO-VALIDO TO TRUE
               WHEN CR-NAO-ACHOU
                   CONTINUE
               WHEN OTHER
                   PERFORM CONFERE-NO-BANCO
           END-EVALUATE.

       CONFERE-NO-BANCO.
           EXEC SQL
               SELECT COUNT(*) INTO :WK-DEPTO-QTDE
                 FROM EAD719.DEPARTAMENTOS
