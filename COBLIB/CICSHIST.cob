      * DESTE REPOSITORIO, COMO OS DEMAIS MAPAS BMS: UM   *
      * CAMPO DE CODFUN, UM DE MENSAGEM E DEZ LINHAS DE   *
      * DETALHE (HLINO, OCCURS 10).                       *
      *                                                   *
      * SEM A CLASSE DE CAMPOS SENSIVEIS (CPYSENS), OS    *
      * VALORES ANTIGO E NOVO DE SALARIO, CPF E CONTA     *
      * BANCARIA SAEM PELA MASCARA DO MASCSENS - O        *
      * HISTORICO NAO PODE SERVIR DE ATALHO PARA LER O    *
      * QUE A CONSULTA ESCONDE. PAGINA QUE EXIBE ALGUM    *
      * DESSES VALORES SEM MASCARA GRAVA UMA LINHA EM     *
      * EAD719.ACESSOSENS COM OS CAMPOS VISTOS. A CLASSE  *
      * E O REGISTRO SAO PELO USERID DO TERMINAL (ASSIGN  *
      * USERID), NAO PELO CURRENT SQLID DO PLANO.         *
      ****************************************************
        ENVIRONMENT                   DIVISION.
        CONFIGURATION                 SECTION.
      *    COMMAREA: O FUNCIONARIO EM FOCO E A PAGINA CORRENTE DA
      *    LISTA (1 = MAIS RECENTE).
        01  WK-COMMAREA.
            05  WK-CA-CODFUN           PIC X(7).
            05  WK-CA-PAGINA           PIC 9(3).
       *
        77  WK-CODFUN                  PIC X(07)      VALUE SPACES.
        77  WK-HIST-CAMPO              PIC X(10)      VALUE SPACES.
        77  WK-HIST-ANTIGO             PIC X(30)      VALUE SPACES.
        77  WK-HIST-NOVO               PIC X(30)      VALUE SPACES.
        77  WK-HIST-DATA               PIC X(10)      VALUE SPACES.
        77  WK-HIST-USERID             PIC X(08)      VALUE SPACES.
        COPY CPYSENS.
      *    USUARIO DO TERMINAL (ASSIGN USERID) - NA TRANSACAO ONLINE O
      *    CURRENT SQLID E O DO PLANO, IGUAL PARA TODOS; E ELE QUE
      *    TEM OU NAO A CLASSE SENSIVEL E QUE VAI PARA O ACESSOSENS.
        77  WK-USERID                  PIC X(08)      VALUE SPACES.
        77  WK-QTDE-PERMISSAO          PIC 9(04)      VALUE ZEROS.
        77  WK-QTDE-TABELA             PIC 9(07)      VALUE ZEROS.
      *    CAMPOS SENSIVEIS VISTOS NA PAGINA, PARA O ACESSOSENS.
        01  TAB-VISTOS.
            05  TV-CAMPO               PIC X(10)      OCCURS 7 TIMES.
        77  WK-QTDE-VISTOS             PIC 9(02)      VALUE ZEROS.
        77  WK-IDX-VISTO               PIC 9(02)      VALUE ZEROS.
        77  WK-PONTEIRO                PIC 9(02)      VALUE ZEROS.
       *
        77  WK-PULAR                   PIC 9(05)      VALUE ZEROS.
        77  WK-LIDAS                   PIC 9(05)      VALUE ZEROS.
       *
        LINKAGE                       SECTION.
        01  DFHCOMMAREA.
            05  CA-CODFUN              PIC X(7).
            05  CA-PAGINA              PIC 9(3).
       *
        PROCEDURE                     DIVISION.
                MAPFAIL   (100-PRIMEIRA-TELA)
                ERROR     (999-ERRO-CICS)
           END-EXEC.
           EXEC CICS ASSIGN
                USERID (WK-USERID)
           END-EXEC.
           MOVE WK-USERID TO DB2-ACS-USERID.

           IF  EIBCALEN = 0
              PERFORM 100-PRIMEIRA-TELA
           COMPUTE WK-PULAR = (WK-CA-PAGINA - 1) * 10.
           MOVE ZEROS  TO WK-LIDAS WK-NA-PAGINA.
           MOVE SPACES TO EMPMAPHO.
           PERFORM 215-CONFERE-CLASSE-SENSIVEL.
           MOVE SPACES TO TAB-VISTOS.
           MOVE ZEROS  TO WK-QTDE-VISTOS.

           EXEC SQL
              OPEN CUR-HISTORICO
           EXEC SQL
              CLOSE CUR-HISTORICO
           END-EXEC.
           IF  WK-QTDE-VISTOS > ZEROS
              PERFORM 230-REGISTRA-ACESSO
           END-IF.

           EVALUATE TRUE
              WHEN WK-NA-PAGINA = ZEROS AND WK-CA-PAGINA = 1
              WHEN OTHER
                 MOVE 'PF8 AVANCA, PF7 VOLTA' TO WK-MENSAGEM
           END-EVALUATE.
       *******************************************************
        215-CONFERE-CLASSE-SENSIVEL.
      *    MESMA REGRA DO VALPERM, MAS PELO USERID DO TERMINAL: A
      *    CLASSE '$' PRECISA ESTAR EM PERMISSOES PARA O USUARIO;
      *    COM A TABELA INTEIRA VAZIA, O CONTROLE AINDA NAO FOI
      *    LIGADO E TODOS PASSAM.
           MOVE 'N'   TO WK-VE-SENSIVEL.
           MOVE ZEROS TO WK-QTDE-PERMISSAO WK-QTDE-TABELA.
           EXEC SQL
               SELECT COUNT(*) INTO :WK-QTDE-PERMISSAO
                 FROM EAD719.PERMISSOES
                WHERE USERID = :WK-USERID
                  AND FUNCAO = :WK-CLASSE-SENSIVEL
           END-EXEC.
           IF   SQLCODE            = 0
               AND WK-QTDE-PERMISSAO > ZEROS
              SET VE-CAMPO-SENSIVEL TO TRUE
           ELSE
              EXEC SQL
                  SELECT COUNT(*) INTO :WK-QTDE-TABELA
                    FROM EAD719.PERMISSOES
              END-EXEC
              IF   SQLCODE         = 0
                  AND WK-QTDE-TABELA = ZEROS
                 SET VE-CAMPO-SENSIVEL TO TRUE
              END-IF
           END-IF.
       *******************************************************
        220-MONTA-LINHA.
           MOVE SPACES          TO WK-LINHA-DETALHE.
           MOVE WK-HIST-CAMPO   TO WK-CAMPO-MASCARA.
           IF  NOT VE-CAMPO-SENSIVEL
              CALL "MASCSENS" USING WK-HIST-CAMPO, WK-HIST-ANTIGO
              CALL "MASCSENS" USING WK-HIST-CAMPO, WK-HIST-NOVO
           ELSE
              IF  CAMPO-SENSIVEL
                 PERFORM 225-ANOTA-CAMPO-VISTO
              END-IF
           END-IF.
           MOVE WK-HIST-DATA    TO WD-DATA.
           MOVE WK-HIST-CAMPO   TO WD-CAMPO.
           MOVE WK-HIST-ANTIGO  TO WD-ANTIGO.
           MOVE WK-HIST-USERID  TO WD-USERID.
           MOVE WK-LINHA-DETALHE
             TO HLINO OF EMPMAPHO (WK-NA-PAGINA).
       *******************************************************
        225-ANOTA-CAMPO-VISTO.
      *    CADA CAMPO SENSIVEL ENTRA UMA VEZ SO NA LISTA DA PAGINA.
           PERFORM VARYING WK-IDX-VISTO FROM 1 BY 1
                   UNTIL WK-IDX-VISTO > WK-QTDE-VISTOS
                      OR TV-CAMPO (WK-IDX-VISTO) = WK-HIST-CAMPO
              CONTINUE
           END-PERFORM.
           IF  WK-IDX-VISTO > WK-QTDE-VISTOS
               AND WK-QTDE-VISTOS < 7
              ADD 1 TO WK-QTDE-VISTOS
              MOVE WK-HIST-CAMPO TO TV-CAMPO (WK-QTDE-VISTOS)
           END-IF.
       *******************************************************
        230-REGISTRA-ACESSO.
      *    UMA LINHA POR PAGINA EXIBIDA, COM OS CAMPOS SENSIVEIS
      *    QUE APARECERAM SEM MASCARA SEPARADOS POR VIRGULA.
           MOVE SPACES TO DB2-ACS-CAMPOS.
           MOVE 1      TO WK-PONTEIRO.
           PERFORM VARYING WK-IDX-VISTO FROM 1 BY 1
                   UNTIL WK-IDX-VISTO > WK-QTDE-VISTOS
              IF  WK-IDX-VISTO > 1
                 STRING ',' DELIMITED BY SIZE
                        INTO DB2-ACS-CAMPOS
                        WITH POINTER WK-PONTEIRO
                 END-STRING
              END-IF
              STRING TV-CAMPO (WK-IDX-VISTO) DELIMITED BY SPACE
                     INTO DB2-ACS-CAMPOS
                     WITH POINTER WK-PONTEIRO
              END-STRING
           END-PERFORM.
           MOVE WK-CODFUN  TO DB2-ACS-CODFUN.
           MOVE 'CICSHIST' TO DB2-ACS-PROGRAMA.
           PERFORM GRAVA-ACESSO-SENSIVEL.
       *******************************************************
        290-MONTA-RESPOSTA.
           MOVE WK-CA-CODFUN TO CODFUNO OF EMPMAPHO.
                                       TO WK-MENSAGEM.
           PERFORM 290-MONTA-RESPOSTA.
           PERFORM 202-RETORNA-COM-COMMAREA.
      *
      * Registro de leitura de campo sensivel (ACESSOSENS)
           COPY GRAVACESS.
