      * COMPLETAMENTE VAZIA, TODO MUNDO PASSA - E O       *
      * CAMINHO DE MIGRACAO PARA LIGAR O CONTROLE SEM     *
      * TRANCAR A OPERACAO PARA FORA ANTES DA CARGA DAS   *
      * PERMISSOES. NO LOTE DO PROGMAIN A CONFERENCIA E   *
      * FEITA NO CACHE EM MEMORIA (CACHEREF), CARREGADO   *
      * COM AS PERMISSOES DO USUARIO DO LOTE.             *
      *****************************************************
       ENVIRONMENT                           DIVISION.
       CONFIGURATION                         SECTION.
       77  WK-USERID-CORRENTE             PIC X(08)  VALUE SPACES.
       77  WK-QTDE-PERMISSAO              PIC 9(04)  VALUE ZEROS.
       77  WK-QTDE-TABELA                 PIC 9(07)  VALUE ZEROS.
           COPY CPYCACHE.
      *
       LINKAGE                               SECTION.
       01  LK-FUNCAO-ACCEPT                 PIC X(01).

       CONFERE-PERMISSAO.
           MOVE 'N' TO LK-FUNCAO-PERMITIDA.
           SET CR-OPER-CONSULTA TO TRUE.
           SET CR-TAB-PERMISSAO TO TRUE.
           MOVE LK-FUNCAO-ACCEPT TO CR-CHAVE.
           CALL "CACHEREF" USING CR-AREA.
           EVALUATE TRUE
               WHEN CR-ACHOU
                   SET FUNCAO-PERMITIDA TO TRUE
               WHEN CR-NAO-ACHOU
                   CONTINUE
               WHEN OTHER
                   PERFORM CONFERE-NO-BANCO
           END-EVALUATE.

       CONFERE-NO-BANCO.
           EXEC SQL
               VALUES (CURRENT SQLID) INTO :WK-USERID-CORRENTE
           END-EXEC.
