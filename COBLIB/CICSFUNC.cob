      * COM PF8 (AVANCA) E PF7 (VOLTA) E, DIGITANDO O      *
      * CODIGO DE UMA LINHA, CAI NA TELA DE MANUTENCAO COM *
      * O FUNCIONARIO JA CARREGADO.                        *
      * SEM A CLASSE DE CAMPOS SENSIVEIS (CPYSENS), O      *
      * SALARIO, O CPF E OS DADOS BANCARIOS VOLTAM NA TELA *
      * PELA MASCARA DO MASCSENS; VALOR MASCARADO QUE A    *
      * TELA DEVOLVE VALE COMO NAO INFORMADO, PARA A       *
      * ALTERACAO NUNCA GRAVAR ASTERISCOS NO CADASTRO.     *
      * O SALARIO LIDO DO CADASTRO E EXIBIDO SEM MASCARA   *
      * (FUNCIONARIO ESCOLHIDO NA PESQUISA) FICA REGISTRADO*
      * EM EAD719.ACESSOSENS; A FUNCAO L REGISTRA PELO     *
      * PROPRIO LISTFUN, QUE RECEBE O USERID DO TERMINAL E *
      * A CLASSE SENSIVEL JA CONFERIDA.                    *
      * PERMISSAO DE FUNCAO, CLASSE SENSIVEL E REGISTRO DE *
      * ACESSO SAO PELO USERID DO TERMINAL (ASSIGN USERID),*
      * NAO PELO CURRENT SQLID, QUE NO CICS E O DO PLANO.  *
      * FUNCAO 'K' FAZ O LANCAMENTO AVULSO DE PROVENTO OU  *
      * DESCONTO (MANAVULS) DO FUNCIONARIO DA TELA, COM OS *
      * CAMPOS OPAVU (I/C), TPEVT, PERAVU, VALAVU, JUSTAVU *
      * E SEQAVU DO EMPMAPA. NAO GRAVA O CADASTRO, ENTAO   *
      * NAO E ENFILEIRADA NA JANELA DO LOTE.               *
      ****************************************************
        ENVIRONMENT                   DIVISION.
        CONFIGURATION                 SECTION.
      *    ENTRE PSEUDO-CONVERSAS (O FUNCIONARIO EM FOCO E A PAGINA
      *    CORRENTE DA TELA).
        01  WK-COMMAREA.
            05  WK-CA-CODFUN           PIC X(7).
            05  WK-CA-PAGINA           PIC X(1).
      *    ESTADO DO MODO DE PESQUISA: FILTROS E LIMITES DA PAGINA
      *    CORRENTE DA LISTA, PARA A PAGINACAO PF7/PF8.
            05  WK-CA-BRW-DEPTO        PIC X(3).
            05  WK-CA-BRW-NOME         PIC X(15).
            05  WK-CA-BRW-TOPO         PIC X(7).
            05  WK-CA-BRW-ULTIMO       PIC X(7).
       *
      *    ENDERECO DO FUNCIONARIO (PAGINA 2) - HOST VARIABLES
      *    LOCAIS, AINDA FORA DO DCLGEN BOOKFUNC.
        01  WK-BRW-PADRAO.
            49  WK-BRW-PADRAO-LEN      PIC S9(4)      COMP.
            49  WK-BRW-PADRAO-TEXT     PIC X(17).
        77  WK-BRW-APARTIR             PIC X(07)      VALUE SPACES.
        77  WK-BRW-QTDE                PIC 9(02)      VALUE ZEROS.
        77  WK-BRW-IDX                 PIC 9(02)      VALUE ZEROS.
        77  WK-BRW-IDX-INV             PIC 9(02)      VALUE ZEROS.
        01  TAB-BROWSE.
            05  TB-LINHA               OCCURS 10 TIMES.
                10  TB-CODFUN          PIC X(07).
                10  TB-NOMEFUN         PIC X(30).
                10  TB-DEPTOFUN        PIC X(03).
                10  TB-STATUSFUN       PIC X(01).
      *    JANELA DO LOTE / FILA DE MANUTENCOES REPRESADAS.
        77  WK-FUNCAO-PERMITIDA        PIC X          VALUE 'N'.
            88  FUNCAO-PERMITIDA                          VALUE 'S'.
      *    USUARIO DO TERMINAL (ASSIGN USERID) E A CONFERENCIA DELE
      *    EM EAD719.PERMISSOES - NA TRANSACAO ONLINE O CURRENT
      *    SQLID E O DO PLANO, IGUAL PARA TODOS.
        77  WK-USERID                  PIC X(08)      VALUE SPACES.
        77  WK-PERM-FUNCAO             PIC X(01)      VALUE SPACES.
        77  WK-PERM-RESULTADO          PIC X(01)      VALUE 'N'.
            88  PERMISSAO-CONCEDIDA                   VALUE 'S'.
        77  WK-QTDE-PERMISSAO          PIC 9(04)      VALUE ZEROS.
        77  WK-QTDE-TABELA             PIC 9(07)      VALUE ZEROS.
        COPY CPYAUDIT.
        COPY CPYSENS.
        77  WK-QTDE-ASTERISCO          PIC 9(02)      VALUE ZEROS.
        77  WK-EMLOTE                  PIC X(01)      VALUE 'N'.
            88  LOTE-EM-PROCESSAMENTO                 VALUE 'S'.
      *    DB2 FORA DO AR (-904/-922 NA CONSULTA DA JANELA): A
        77  WK-DB2-FORA                PIC X(01)      VALUE 'N'.
            88  DB2-FORA-DO-AR                        VALUE 'S'.
        77  WK-FILA-SEQ                PIC 9(09)      VALUE ZEROS.
        77  WK-FILA-DADOS1             PIC X(100)      VALUE SPACES.
        77  WK-FILA-DADOS2             PIC X(100)      VALUE SPACES.
        77  WK-FILA-DADOS3             PIC X(100)      VALUE SPACES.
        01  WK-LINHA-LISTA.
            05  WL-CODFUN              PIC X(07).
            05  FILLER                 PIC X(02)      VALUE SPACES.
            05  WL-NOMEFUN             PIC X(30).
            05  FILLER                 PIC X(02)      VALUE SPACES.
      *    DE VALIDACAO E UM RECURSO DO LOTE, ONDE FAZ SENTIDO
      *    VALIDAR UM ARQUIVO INTEIRO ANTES DE GRAVAR.
        77  WK-MODO-EXECUCAO           PIC X           VALUE 'P'.
        77  WK-MENSAGEM-RETORNO        PIC X(160)      VALUE SPACES.
       *
        01  WK-ACCEPT.
            05  WK-FUNCAO-ACCEPT       PIC X.
            05  WK-CODFUN-ACCEPT       PIC X(7).
            05  WK-NOMEFUN-ACCEPT      PIC X(30).
            05  WK-SALARIOFUN-ACCEPT   PIC 9(6)V99.
            05  WK-SALARIOFUN-ACCEPT-X REDEFINES WK-SALARIOFUN-ACCEPT
                                       PIC X(8).
            05  WK-DEPTOFUN-ACCEPT     PIC X(3).
            05  WK-ADMISSFUN-ACCEPT    PIC X(11).
            05  WK-IDADEFUN-ACCEPT     PIC 99.
            05  WK-CARGOFUN-ACCEPT     PIC X(4).
            05  WK-GESTOR-ACCEPT       PIC X(7).
            05  WK-TIPOCONTR-ACCEPT    PIC X(1).
            05  WK-FIMCONTR-ACCEPT     PIC X(11).
        01  WK-COMPL-ACCEPT.
      *    FILIACAO SINDICAL - A TELA NAO A TEM; EM BRANCO, OS
      *    PROGRAMAS DE MANUTENCAO NAO MEXEM NELA.
            05  WK-SINDFUN-ACCEPT      PIC X(03).
      *    REQUISICAO DE VAGA (MANREQ) - CAMPO REQUISI DO MAPA,
      *    OBRIGATORIO NA INCLUSAO.
            05  WK-NUMREQ-ACCEPT       PIC X(06).
      *    SEXO (F/M) - CAMPO SEXO DO MAPA, OBRIGATORIO NA INCLUSAO.
            05  WK-SEXO-ACCEPT         PIC X(01).
      *    LANCAMENTO AVULSO (FUNCAO K) - MESMO LEIAUTE DO
      *    LK-AVULS-TRANS DO MANAVULS.
        01  WK-AVULS-TRANS.
            05  WK-AVU-CODFUN          PIC X(07).
            05  WK-AVU-OPERACAO        PIC X(01).
            05  WK-AVU-TIPO            PIC X(03).
            05  WK-AVU-PERIODO         PIC X(06).
            05  WK-AVU-VALOR           PIC 9(07)V99.
            05  WK-AVU-VALOR-X REDEFINES WK-AVU-VALOR
                                       PIC X(09).
            05  WK-AVU-JUSTIF          PIC X(40).
            05  WK-AVU-SEQ             PIC X(09).
            05  WK-AVU-USUARIO         PIC X(08).
       *
        LINKAGE                       SECTION.
      *    A COMMAREA CARREGA SO O ESTADO DA PSEUDO-CONVERSA (O
      *    FUNCIONARIO EM FOCO E A PAGINA CORRENTE) - OS DADOS DO
      *    MAPA NAO PRECISAM SOBREVIVER ENTRE ENTRADAS.
        01  DFHCOMMAREA.
            05  CA-CODFUN              PIC X(7).
            05  CA-PAGINA              PIC X(1).
            05  CA-BRW-DEPTO           PIC X(3).
            05  CA-BRW-NOME            PIC X(15).
            05  CA-BRW-TOPO            PIC X(7).
            05  CA-BRW-ULTIMO          PIC X(7).
       *
       *
       *    PAGINA DE PESQUISA: CODIGO ACIMA DO ULTIMO EXIBIDO
                ERROR     (999-ERRO-CICS)
           END-EXEC.

      *    CLASSE DE CAMPOS SENSIVEIS DO USUARIO DO TERMINAL,
      *    VALIDA PARA TODA A TAREFA (TELA DE RESPOSTA E TELA DA
      *    PESQUISA); O MESMO USERID VAI PARA O ACESSOSENS.
           EXEC CICS ASSIGN
                USERID (WK-USERID)
           END-EXEC.
           MOVE WK-USERID          TO DB2-ACS-USERID.
           MOVE WK-CLASSE-SENSIVEL TO WK-PERM-FUNCAO.
           PERFORM 205-CONFERE-PERMISSAO.
           MOVE WK-PERM-RESULTADO  TO WK-VE-SENSIVEL.

           IF  EIBCALEN = 0
              PERFORM 100-PRIMEIRA-TELA
              MOVE SPACES TO WK-CA-CODFUN
                TRANSID ('EMPM')
                COMMAREA (WK-COMMAREA)
           END-EXEC.
       *******************************************************
        205-CONFERE-PERMISSAO.
      *    MESMA REGRA DO VALPERM, MAS PELO USERID DO TERMINAL: A
      *    FUNCAO (OU A CLASSE '$') PRECISA ESTAR EM PERMISSOES PARA
      *    O USUARIO; COM A TABELA INTEIRA VAZIA, O CONTROLE AINDA
      *    NAO FOI LIGADO E TODOS PASSAM.
           MOVE 'N'   TO WK-PERM-RESULTADO.
           MOVE ZEROS TO WK-QTDE-PERMISSAO WK-QTDE-TABELA.
           EXEC SQL
               SELECT COUNT(*) INTO :WK-QTDE-PERMISSAO
                 FROM EAD719.PERMISSOES
                WHERE USERID = :WK-USERID
                  AND FUNCAO = :WK-PERM-FUNCAO
           END-EXEC.
           IF   SQLCODE            = 0
               AND WK-QTDE-PERMISSAO > ZEROS
              SET PERMISSAO-CONCEDIDA TO TRUE
           ELSE
              EXEC SQL
                  SELECT COUNT(*) INTO :WK-QTDE-TABELA
                    FROM EAD719.PERMISSOES
              END-EXEC
              IF   SQLCODE         = 0
                  AND WK-QTDE-TABELA = ZEROS
                 SET PERMISSAO-CONCEDIDA TO TRUE
              END-IF
           END-IF.
       *******************************************************
        100-PRIMEIRA-TELA SECTION.
        101-PRIMEIRA-TELA.
           MOVE AGENCIAI    OF EMPMAPAI TO WK-AGENCIA-ACCEPT.
           MOVE CONTAI      OF EMPMAPAI TO WK-CONTA-ACCEPT.
           MOVE DIGITOI     OF EMPMAPAI TO WK-DIGITO-ACCEPT.
           MOVE REQUISI     OF EMPMAPAI TO WK-NUMREQ-ACCEPT.
           MOVE SEXOI       OF EMPMAPAI TO WK-SEXO-ACCEPT.
           MOVE CPFI        OF EMPMAPAI TO WK-CPF-ACCEPT.
           IF  NOT VE-CAMPO-SENSIVEL
              PERFORM 215-DESCARTA-MASCARAS
           END-IF.
           IF  WK-FUNCAO-ACCEPT = 'K'
              PERFORM 216-MONTA-AVULSO
           END-IF.
       *******************************************************
        215-DESCARTA-MASCARAS.
      *    A TELA DE QUEM NAO TEM A CLASSE SENSIVEL MOSTRA ESSES
      *    CAMPOS MASCARADOS; SE VOLTAREM COM ASTERISCO, SAO O ECO
      *    DA MASCARA E NAO DADO DIGITADO - FICAM EM BRANCO (NAO
      *    ALTERA). OS DADOS BANCARIOS SAO UM CONJUNTO SO.
           MOVE ZEROS TO WK-QTDE-ASTERISCO.
           INSPECT WK-SALARIOFUN-ACCEPT-X
                   TALLYING WK-QTDE-ASTERISCO FOR ALL '*'.
           IF  WK-QTDE-ASTERISCO > ZEROS
              MOVE SPACES TO WK-SALARIOFUN-ACCEPT-X
           END-IF.
           MOVE ZEROS TO WK-QTDE-ASTERISCO.
           INSPECT WK-CPF-ACCEPT
                   TALLYING WK-QTDE-ASTERISCO FOR ALL '*'.
           IF  WK-QTDE-ASTERISCO > ZEROS
              MOVE SPACES TO WK-CPF-ACCEPT
           END-IF.
           MOVE ZEROS TO WK-QTDE-ASTERISCO.
           INSPECT WK-BANCOFUN-ACCEPT
                   TALLYING WK-QTDE-ASTERISCO FOR ALL '*'.
           INSPECT WK-AGENCIA-ACCEPT
                   TALLYING WK-QTDE-ASTERISCO FOR ALL '*'.
           INSPECT WK-CONTA-ACCEPT
                   TALLYING WK-QTDE-ASTERISCO FOR ALL '*'.
           INSPECT WK-DIGITO-ACCEPT
                   TALLYING WK-QTDE-ASTERISCO FOR ALL '*'.
           IF  WK-QTDE-ASTERISCO > ZEROS
              MOVE SPACES TO WK-BANCOFUN-ACCEPT
                             WK-AGENCIA-ACCEPT
                             WK-CONTA-ACCEPT
                             WK-DIGITO-ACCEPT
           END-IF.
       *******************************************************
        216-MONTA-AVULSO.
      *    SEM OPERACAO INFORMADA, O LANCAMENTO E UMA INCLUSAO; O
      *    NUMERO DO LANCAMENTO (SEQAVU) SO VALE NO CANCELAMENTO.
           MOVE SPACES                   TO WK-AVULS-TRANS.
           MOVE WK-CODFUN-ACCEPT         TO WK-AVU-CODFUN.
           MOVE OPAVUI      OF EMPMAPAI TO WK-AVU-OPERACAO.
           IF  WK-AVU-OPERACAO = SPACES
              MOVE 'I'                   TO WK-AVU-OPERACAO
           END-IF.
           MOVE TPEVTI      OF EMPMAPAI TO WK-AVU-TIPO.
           MOVE PERAVUI     OF EMPMAPAI TO WK-AVU-PERIODO.
           MOVE VALAVUI     OF EMPMAPAI TO WK-AVU-VALOR-X.
           MOVE JUSTAVUI    OF EMPMAPAI TO WK-AVU-JUSTIF.
           MOVE SEQAVUI     OF EMPMAPAI TO WK-AVU-SEQ.
      *    QUEM LANCA OU CANCELA E O USUARIO DO TERMINAL - E CONTRA
      *    ELE QUE O APRAVULS CONFERE OS QUATRO OLHOS.
           MOVE WK-USERID                TO WK-AVU-USUARIO.
       *******************************************************
        220-EXECUTA-TRANSACAO.
           SET TRANSACAO-FALHOU TO TRUE.

      *    MESMO CONTROLE DE PERMISSAO POR USERID DO LOTE, PELO
      *    USERID DO TERMINAL: FUNCAO SEM PERMISSAO NAO E DESPACHADA
      *    E A RECUSA VAI PARA A AUDITFUN COM O MARCADOR DE NEGADA.
           MOVE WK-FUNCAO-ACCEPT   TO WK-PERM-FUNCAO.
           PERFORM 205-CONFERE-PERMISSAO.
           MOVE WK-PERM-RESULTADO  TO WK-FUNCAO-PERMITIDA.
           IF  NOT FUNCAO-PERMITIDA
              MOVE 'FUNCAO NAO PERMITIDA PARA O SEU USUARIO'
                                       TO WK-MENSAGEM
                                          WK-COMPL-ACCEPT,
                                          WK-ENDERECO-ACCEPT,
                                          WK-STATUS-RETORNO,
                                          WK-MODO-EXECUCAO,
                                          WK-MENSAGEM-RETORNO
              WHEN 'A'
                    CALL "ALTERAR" USING WK-ACCEPT,
                                         WK-COMPL-ACCEPT,
              WHEN 'L'
                    CALL "LISTFUN" USING WK-CODFUN-ACCEPT,
                                         WK-DEPTOFUN-ACCEPT,
                                         WK-STATUS-RETORNO,
                                         WK-USERID,
                                         WK-VE-SENSIVEL
              WHEN 'K'
                    CALL "MANAVULS" USING WK-AVULS-TRANS,
                                          WK-STATUS-RETORNO,
                                          WK-MENSAGEM-RETORNO
              WHEN OTHER
                    MOVE 'FUNCAO INVALIDA - USE I/A/E/L/K'
                                             TO WK-MENSAGEM
           END-EVALUATE.

                                          TO WK-MENSAGEM
              END-IF
           END-IF.
      *    NO LANCAMENTO AVULSO O USUARIO PRECISA DO NUMERO GERADO
      *    (PARA CANCELAR), DA SITUACAO (PENDENTE OU APROVADO) OU DO
      *    MOTIVO DA RECUSA - A MENSAGEM DO MANAVULS VAI PARA A TELA.
           IF   WK-FUNCAO-ACCEPT = 'K'
               AND WK-MENSAGEM-RETORNO NOT = SPACES
              MOVE WK-MENSAGEM-RETORNO TO WK-MENSAGEM
           END-IF.
        229-SAIDA-EXECUTA.
           EXIT.
       *******************************************************
           MOVE SPACES          TO WK-FILA-DADOS1
                                   WK-FILA-DADOS2
                                   WK-FILA-DADOS3.
           MOVE WK-ACCEPT          TO WK-FILA-DADOS1(1:85).
           MOVE WK-COMPL-ACCEPT    TO WK-FILA-DADOS2(1:72).
           MOVE WK-ENDERECO-ACCEPT TO WK-FILA-DADOS3(1:66).
           EXEC SQL
               SELECT COALESCE(MAX(SEQ), 0) + 1
           MOVE WK-CONTA-ACCEPT      TO CONTAO      OF EMPMAPAO.
           MOVE WK-DIGITO-ACCEPT     TO DIGITOO     OF EMPMAPAO.
           MOVE WK-CPF-ACCEPT        TO CPFO        OF EMPMAPAO.
           MOVE WK-SEXO-ACCEPT       TO SEXOO       OF EMPMAPAO.
           MOVE WK-MENSAGEM          TO MSGO        OF EMPMAPAO.
           IF  NOT VE-CAMPO-SENSIVEL
              PERFORM 235-MASCARA-SENSIVEIS
           END-IF.

           EXEC CICS SEND MAP ('EMPMAPA')
                MAPSET ('EMPMSET')
                DATAONLY
           END-EXEC.
       *******************************************************
        235-MASCARA-SENSIVEIS.
      *    MESMA REGRA DO HISTORICO (MASCSENS, PELO NOME DO CAMPO):
      *    SALARIO, BANCO, AGENCIA E DIGITO INTEIROS; CPF PARCIAL;
      *    CONTA SO COM OS ULTIMOS DIGITOS.
           MOVE SALARIOO OF EMPMAPAO TO WK-VALOR-MASCARA.
           MOVE 'SALARIOFUN'         TO WK-CAMPO-MASCARA.
           CALL "MASCSENS" USING WK-CAMPO-MASCARA, WK-VALOR-MASCARA.
           MOVE WK-VALOR-MASCARA     TO SALARIOO OF EMPMAPAO.
           MOVE CPFO OF EMPMAPAO     TO WK-VALOR-MASCARA.
           MOVE 'CPFFUN'             TO WK-CAMPO-MASCARA.
           CALL "MASCSENS" USING WK-CAMPO-MASCARA, WK-VALOR-MASCARA.
           MOVE WK-VALOR-MASCARA     TO CPFO OF EMPMAPAO.
           MOVE BANCOO OF EMPMAPAO   TO WK-VALOR-MASCARA.
           MOVE 'BANCOFUN'           TO WK-CAMPO-MASCARA.
           CALL "MASCSENS" USING WK-CAMPO-MASCARA, WK-VALOR-MASCARA.
           MOVE WK-VALOR-MASCARA     TO BANCOO OF EMPMAPAO.
           MOVE AGENCIAO OF EMPMAPAO TO WK-VALOR-MASCARA.
           MOVE 'AGENCIAFUN'         TO WK-CAMPO-MASCARA.
           CALL "MASCSENS" USING WK-CAMPO-MASCARA, WK-VALOR-MASCARA.
           MOVE WK-VALOR-MASCARA     TO AGENCIAO OF EMPMAPAO.
           MOVE CONTAO OF EMPMAPAO   TO WK-VALOR-MASCARA.
           MOVE 'CONTAFUN'           TO WK-CAMPO-MASCARA.
           CALL "MASCSENS" USING WK-CAMPO-MASCARA, WK-VALOR-MASCARA.
           MOVE WK-VALOR-MASCARA     TO CONTAO OF EMPMAPAO.
           MOVE DIGITOO OF EMPMAPAO  TO WK-VALOR-MASCARA.
           MOVE 'DIGITOFUN'          TO WK-CAMPO-MASCARA.
           CALL "MASCSENS" USING WK-CAMPO-MASCARA, WK-VALOR-MASCARA.
           MOVE WK-VALOR-MASCARA     TO DIGITOO OF EMPMAPAO.
       *******************************************************
        250-MOSTRA-PAGINA-2 SECTION.
        251-MOSTRA-PAGINA-2.
              MOVE DB2-EMAILFUN-TEXT TO EMAILO    OF EMPMAPAO
              MOVE 'FUNCIONARIO CARREGADO - INFORME A FUNCAO'
                                    TO MSGO       OF EMPMAPAO
              IF  NOT VE-CAMPO-SENSIVEL
                 PERFORM 235-MASCARA-SENSIVEIS
              ELSE
                 MOVE WK-CA-CODFUN  TO DB2-ACS-CODFUN
                 MOVE 'CICSFUNC'    TO DB2-ACS-PROGRAMA
                 MOVE 'SALARIOFUN'  TO DB2-ACS-CAMPOS
                 PERFORM GRAVA-ACESSO-SENSIVEL
              END-IF
           ELSE
              MOVE 'FUNCIONARIO SELECIONADO NAO ENCONTRADO'
                                    TO MSGO       OF EMPMAPAO

           EXEC CICS RETURN
           END-EXEC.
      *
      * Registro de leitura de campo sensivel (ACESSOSENS)
           COPY GRAVACESS.
