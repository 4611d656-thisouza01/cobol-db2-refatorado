       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   CICSAPRV.
       AUTHOR.        THIAGO.
      ****************************************************
      * TRANSACAO CICS ONLINE DE CAIXA DE APROVACOES DO   *
      * GESTOR (TRANID APRV, MOLDE PSEUDO-CONVERSACIONAL  *
      * DA CICSFUNC): O GESTOR ASSINADO NO TERMINAL - OU  *
      * O DELEGADO COM DELEGACAO VIGENTE (MANDELEG) - VE  *
      * NUMA SO LISTA TUDO O QUE ESPERA POR ELE NAS DUAS  *
      * FILAS DE DECISAO DOS SUBORDINADOS:                *
      *   S = PEDIDO DE SALARIO PENDENTE (EAD719.APROVSAL *
      *       SITUACAO 'P', ALIMENTADA PELO ALTSALAR)     *
      *   H = MOVIMENTO DE PONTO RETIDO POR HORA EXTRA    *
      *       ACIMA DO AUTORIZADO (EAD719.MOVPONTO        *
      *       SITUACAO 'P', RETIDO PELO CARGAPON)         *
      * PF8 AVANCA, PF7 VOLTA; O NUMERO DA LINHA ABRE O   *
      * DETALHE (FUNCIONARIO, VALOR ATUAL E PROPOSTO,     *
      * JUSTIFICATIVA), ONDE O GESTOR APROVA (A) OU       *
      * REJEITA (R) COM COMENTARIO - OBRIGATORIO NA       *
      * REJEICAO. PF3 VOLTA DO DETALHE PARA A LISTA E DA  *
      * LISTA ENCERRA A TRANSACAO.                        *
      *                                                   *
      * A DECISAO TEM O MESMO EFEITO DA DECISAO NO LOTE   *
      * (APRSALAR / MANAUTHE): NO SALARIO APROVADO,       *
      * UPDATE EM FUNCIONARIOS E LINHA DE                 *
      * FUNCIONARIOS_HIST, COM O CONTROLE DE QUATRO OLHOS *
      * (QUEM PEDIU NAO DECIDE); NO PONTO, O MOVIMENTO E  *
      * LIBERADO OU TEM AS EXTRAS RECUSADAS. NAO CONCORRE *
      * COM O LOTE (EAD719.JANELACTL). A LINHA DA         *
      * AUDITFUN (FUNCAO A/R) LEVA O USERID REAL DO CICS  *
      * (ASSIGN USERID), NAO O CURRENT SQLID DO PLANO, E  *
      * E CONFIRMADA NA MESMA UNIDADE DE TRABALHO DA      *
      * DECISAO.                                          *
      *                                                   *
      * QUEM E O GESTOR: O USERID E LIGADO AO CODFUN EM   *
      * EAD719.USUARIOFUN (MANUSUAR); USERID SEM CADASTRO *
      * NAO ENTRA NA TRANSACAO.                           *
      *                                                   *
      * COLUNAS DE DECISAO GRAVADAS AQUI:                 *
      *   APROVSAL.COMENTAPROV  X(60)                     *
      *   MOVPONTO.USUARIODEC   X(08)                     *
      *   MOVPONTO.DATADEC      DATE                      *
      *   MOVPONTO.COMENTDEC    X(60)                     *
      *                                                   *
      * OS MAPAS APRMAPA (LISTA: GESTORO, NOMEGO, SELI,   *
      * DEZ LINHAS ALINO OCCURS 10, MSGO) E APRMAPB       *
      * (DETALHE: TIPOO, CODFUNO, NOMEO, DEPTOO, ATUALO,  *
      * PROPOO, JUST1O, JUST2O, DECISAOI, COMENTI, MSGO)  *
      * DO MAPSET APRMSET SAO DEFINIDOS FORA DESTE        *
      * REPOSITORIO, COMO OS DEMAIS MAPAS BMS.            *
      ****************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       DATA                          DIVISION.
      *
       WORKING-STORAGE               SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE BOOKFUNC
           END-EXEC.
      * Mapas de entrada/saida da transacao (BMS) e teclas AID
       COPY APRMAPA.
       COPY APRMAPB.
       COPY DFHAID.
       COPY CPYHIST.
      *
      *    COMMAREA: QUEM ESTA DECIDINDO (USERID E CODFUN), A TELA
      *    CORRENTE (L = LISTA, D = DETALHE), A PAGINA DA LISTA, AS
      *    CHAVES DAS LINHAS EXIBIDAS E O ITEM ABERTO NO DETALHE.
       01  WK-COMMAREA.
           05  WK-CA-USERID           PIC X(8).
           05  WK-CA-GESTOR           PIC X(7).
           05  WK-CA-TELA             PIC X(1).
           05  WK-CA-PAGINA           PIC 9(3).
           05  WK-CA-ITEM             OCCURS 10 TIMES.
               10  WK-CA-IT-TIPO      PIC X(1).
               10  WK-CA-IT-CODFUN    PIC X(7).
               10  WK-CA-IT-PERIODO   PIC 9(6).
           05  WK-CA-ABERTO.
               10  WK-CA-AB-TIPO      PIC X(1).
               10  WK-CA-AB-CODFUN    PIC X(7).
               10  WK-CA-AB-PERIODO   PIC 9(6).
      *
       01  WK-APRV-RESP              PIC S9(8)       COMP.
      *
       77  WK-USERID                  PIC X(08)      VALUE SPACES.
       77  WK-GESTOR                  PIC X(07)      VALUE SPACES.
       77  WK-NOME-GESTOR             PIC X(30)      VALUE SPACES.
       77  WK-HOJE-TEXTO              PIC X(08)      VALUE SPACES.
       77  WK-TIPO                    PIC X(01)      VALUE SPACES.
       77  WK-CODFUN                  PIC X(07)      VALUE SPACES.
       77  WK-NOMEFUN                 PIC X(30)      VALUE SPACES.
       77  WK-DEPTOFUN                PIC X(03)      VALUE SPACES.
       77  WK-PERIODO                 PIC 9(06)      VALUE ZEROS.
      *
       77  WK-PULAR                   PIC 9(05)      VALUE ZEROS.
       77  WK-LIDAS                   PIC 9(05)      VALUE ZEROS.
       77  WK-NA-PAGINA               PIC 9(02)      VALUE ZEROS.
       77  WK-SELECAO                 PIC 9(02)      VALUE ZEROS.
       77  WK-MENSAGEM                PIC X(60)      VALUE SPACES.
      *
       77  WK-SALARIO-ATUAL           PIC 9(06)V99   VALUE ZEROS.
       77  WK-SALARIO-NOVO            PIC 9(06)V99   VALUE ZEROS.
       77  WK-PERC-VARIACAO           PIC S9(05)V99  VALUE ZEROS.
       77  WK-USUARIO-PEDIDO          PIC X(08)      VALUE SPACES.
       77  WK-DATA-PEDIDO             PIC X(10)      VALUE SPACES.
       77  WK-SALARIO-EDIT            PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77  WK-PERC-EDIT               PIC -ZZZZ9,99  VALUE ZEROS.
      *
       77  WK-HORAS50                 PIC 9(03)V99   VALUE ZEROS.
       77  WK-HORAS100                PIC 9(03)V99   VALUE ZEROS.
       77  WK-TOTAL-EXTRA             PIC 9(04)V99   VALUE ZEROS.
       77  WK-HORAS-AUTORIZADAS       PIC 9(05)V99   VALUE ZEROS.
       77  WK-HORAS-EDIT              PIC Z.ZZ9,99   VALUE ZEROS.
      *
       77  WK-DECISAO                 PIC X(01)      VALUE SPACES.
           88  DECISAO-APROVA                        VALUE 'A'.
           88  DECISAO-REJEITA                       VALUE 'R'.
       77  WK-COMENTARIO              PIC X(60)      VALUE SPACES.
       77  WK-AUD-FUNCAO              PIC X(01)      VALUE SPACES.
       77  WK-EMLOTE                  PIC X(01)      VALUE 'N'.
           88  LOTE-EM-PROCESSAMENTO                 VALUE 'S'.
       77  WK-VOLTA-LISTA             PIC X(01)      VALUE 'N'.
           88  VOLTA-PARA-LISTA                      VALUE 'S'.
       77  WK-ITEM-ACHADO             PIC X(01)      VALUE 'N'.
           88  ITEM-ACHADO                           VALUE 'S'.
      *
       01  WK-LINHA-LISTA.
           05  WL-NUMERO              PIC Z9.
           05  FILLER                 PIC X(01)      VALUE SPACES.
           05  WL-TIPO                PIC X(10).
           05  FILLER                 PIC X(01)      VALUE SPACES.
           05  WL-CODFUN              PIC X(07).
           05  FILLER                 PIC X(01)      VALUE SPACES.
           05  WL-NOMEFUN             PIC X(30).
           05  FILLER                 PIC X(01)      VALUE SPACES.
           05  WL-DEPTOFUN            PIC X(03).
           05  FILLER                 PIC X(01)      VALUE SPACES.
           05  WL-PERIODO             PIC X(06).
      *
       01  WK-JUSTIFICA-SALARIO.
           05  FILLER                 PIC X(11)
                                      VALUE 'PEDIDO POR '.
           05  WJ-USUARIO             PIC X(08).
           05  FILLER                 PIC X(04)      VALUE ' EM '.
           05  WJ-DATA                PIC X(10).
           05  FILLER                 PIC X(13)
                                      VALUE ' - VARIACAO '.
           05  WJ-PERC                PIC -ZZZZ9,99.
           05  FILLER                 PIC X(01)      VALUE '%'.
      *
       01  WK-JUSTIFICA-PONTO.
           05  FILLER                 PIC X(16)
                                      VALUE 'EXTRAS 50%/100% '.
           05  WJ-HORAS50             PIC ZZ9,99.
           05  FILLER                 PIC X(03)      VALUE ' / '.
           05  WJ-HORAS100            PIC ZZ9,99.
           05  FILLER                 PIC X(20)
                                      VALUE ' H ACIMA DO LIMITE '.
      *
      *    TUDO O QUE ESPERA PELO GESTOR: SUBORDINADOS DIRETOS DELE E
      *    DOS GESTORES QUE DELEGARAM A ELE NA DATA DE HOJE. SALARIO
      *    PRIMEIRO, DEPOIS PONTO, POR CODFUN - A PAGINA N E ACHADA
      *    PULANDO (N - 1) * 10 LINHAS, COMO NA CICSHIST.
       EXEC SQL
           DECLARE CUR-CAIXA CURSOR FOR
               SELECT 'S', A.CODFUN, F.NOMEFUN, F.DEPTOFUN, 0
                 FROM EAD719.APROVSAL A
                 JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = A.CODFUN
                WHERE A.SITUACAO = 'P'
                  AND (F.GESTOR = :WK-GESTOR
                       OR F.GESTOR IN
                          (SELECT D.CODDELEGANTE
                             FROM EAD719.DELEGACA D
                            WHERE D.CODDELEGADO = :WK-GESTOR
                              AND SUBSTR(D.DATAINI, 7, 4)
                                  || SUBSTR(D.DATAINI, 4, 2)
                                  || SUBSTR(D.DATAINI, 1, 2)
                                  NOT > :WK-HOJE-TEXTO
                              AND SUBSTR(D.DATAFIM, 7, 4)
                                  || SUBSTR(D.DATAFIM, 4, 2)
                                  || SUBSTR(D.DATAFIM, 1, 2)
                                  NOT < :WK-HOJE-TEXTO))
               UNION ALL
               SELECT 'H', M.CODFUN, F.NOMEFUN, F.DEPTOFUN,
                      M.PERIODO
                 FROM EAD719.MOVPONTO M
                 JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = M.CODFUN
                WHERE M.SITUACAO = 'P'
                  AND (F.GESTOR = :WK-GESTOR
                       OR F.GESTOR IN
                          (SELECT D.CODDELEGANTE
                             FROM EAD719.DELEGACA D
                            WHERE D.CODDELEGADO = :WK-GESTOR
                              AND SUBSTR(D.DATAINI, 7, 4)
                                  || SUBSTR(D.DATAINI, 4, 2)
                                  || SUBSTR(D.DATAINI, 1, 2)
                                  NOT > :WK-HOJE-TEXTO
                              AND SUBSTR(D.DATAFIM, 7, 4)
                                  || SUBSTR(D.DATAFIM, 4, 2)
                                  || SUBSTR(D.DATAFIM, 1, 2)
                                  NOT < :WK-HOJE-TEXTO))
                ORDER BY 1 DESC, 2, 5
       END-EXEC.
      *
       LINKAGE                       SECTION.
       01  DFHCOMMAREA.
           05  CA-USERID              PIC X(8).
           05  CA-GESTOR              PIC X(7).
           05  CA-TELA                PIC X(1).
           05  CA-PAGINA              PIC 9(3).
           05  CA-ITEM                OCCURS 10 TIMES.
               10  CA-IT-TIPO         PIC X(1).
               10  CA-IT-CODFUN       PIC X(7).
               10  CA-IT-PERIODO      PIC 9(6).
           05  CA-ABERTO.
               10  CA-AB-TIPO         PIC X(1).
               10  CA-AB-CODFUN       PIC X(7).
               10  CA-AB-PERIODO      PIC 9(6).
      *
       PROCEDURE                     DIVISION.
      * Grava historico de alteracao do funcionario
           COPY GRAVAHIST.
      *
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
          EXEC CICS HANDLE CONDITION
               ERROR     (999-ERRO-CICS)
          END-EXEC.

          MOVE FUNCTION CURRENT-DATE(1:8) TO WK-HOJE-TEXTO.

          IF  EIBCALEN = 0
             PERFORM 101-PRIMEIRA-TELA
          ELSE
             MOVE DFHCOMMAREA TO WK-COMMAREA
             MOVE WK-CA-GESTOR TO WK-GESTOR
             IF  EIBAID = DFHCLEAR
                PERFORM 190-ENCERRA
             END-IF
             IF  WK-CA-TELA = 'D'
                PERFORM 301-RECEBE-DETALHE
             ELSE
                PERFORM 201-RECEBE-LISTA
             END-IF
          END-IF.
          PERFORM 102-RETORNA-COM-COMMAREA.

          GOBACK.
      *******************************************************
       102-RETORNA-COM-COMMAREA.
          EXEC CICS RETURN
               TRANSID ('APRV')
               COMMAREA (WK-COMMAREA)
          END-EXEC.
      *******************************************************
       100-PRIMEIRA-TELA SECTION.
       101-PRIMEIRA-TELA.
      *    O USERID DO TERMINAL E QUEM DECIDE - E O QUE VAI PARA A
      *    AUDITFUN. SEM LIGACAO COM UM CODFUN NAO HA CAIXA A MOSTRAR.
          INITIALIZE WK-COMMAREA.
          EXEC CICS ASSIGN
               USERID (WK-USERID)
          END-EXEC.
          MOVE SPACES TO WK-GESTOR WK-NOME-GESTOR.
          EXEC SQL
              SELECT U.CODFUN, F.NOMEFUN
                INTO :WK-GESTOR, :WK-NOME-GESTOR
                FROM EAD719.USUARIOFUN U
                JOIN EAD719.FUNCIONARIOS F
                  ON F.CODFUN = U.CODFUN
               WHERE U.USERID = :WK-USERID
          END-EXEC.
          IF  SQLCODE NOT = 0
             MOVE 'USUARIO SEM FUNCIONARIO CADASTRADO (MANUSUAR)'
                                      TO WK-MENSAGEM
             PERFORM 190-ENCERRA
          END-IF.
          MOVE WK-USERID TO WK-CA-USERID.
          MOVE WK-GESTOR TO WK-CA-GESTOR.
          MOVE 1         TO WK-CA-PAGINA.
          PERFORM 210-MONTA-LISTA.
      *******************************************************
       190-ENCERRA.
          IF  WK-MENSAGEM = SPACES
             MOVE 'CAIXA DE APROVACOES ENCERRADA' TO WK-MENSAGEM
          END-IF.
          EXEC CICS SEND TEXT
               FROM (WK-MENSAGEM)
               LENGTH (60)
               ERASE
               FREEKB
          END-EXEC.
          EXEC CICS RETURN
          END-EXEC.
      *******************************************************
       200-LISTA SECTION.
       201-RECEBE-LISTA.
          MOVE SPACES TO WK-MENSAGEM.
          IF  EIBAID = DFHPF3
             PERFORM 190-ENCERRA
          END-IF.
          MOVE SPACES TO APRMAPAI.
          EXEC CICS RECEIVE MAP ('APRMAPA')
               MAPSET ('APRMSET')
               INTO (APRMAPAI)
               RESP (WK-APRV-RESP)
          END-EXEC.
          IF  WK-APRV-RESP NOT = DFHRESP(NORMAL)
             AND WK-APRV-RESP NOT = DFHRESP(MAPFAIL)
             PERFORM 999-TRATA-ERRO
          END-IF.

      *    LINHA ESCOLHIDA ABRE O DETALHE; SENAO PF8 AVANCA E PF7
      *    VOLTA (NUNCA ABAIXO DA PRIMEIRA PAGINA).
          IF  SELI OF APRMAPAI NOT = SPACES
             PERFORM 230-ABRE-SELECAO
          ELSE
             EVALUATE TRUE
                WHEN EIBAID = DFHPF8
                   ADD 1 TO WK-CA-PAGINA
                WHEN EIBAID = DFHPF7
                   IF  WK-CA-PAGINA > 1
                      SUBTRACT 1 FROM WK-CA-PAGINA
                   END-IF
             END-EVALUATE
             PERFORM 210-MONTA-LISTA
          END-IF.
      *******************************************************
       210-MONTA-LISTA.
          MOVE 'L' TO WK-CA-TELA.
          COMPUTE WK-PULAR = (WK-CA-PAGINA - 1) * 10.
          MOVE ZEROS  TO WK-LIDAS WK-NA-PAGINA.
          MOVE SPACES TO APRMAPAO.
          PERFORM VARYING WK-SELECAO FROM 1 BY 1
                  UNTIL WK-SELECAO > 10
             MOVE SPACES TO WK-CA-IT-TIPO   (WK-SELECAO)
                            WK-CA-IT-CODFUN (WK-SELECAO)
             MOVE ZEROS  TO WK-CA-IT-PERIODO(WK-SELECAO)
          END-PERFORM.

          EXEC SQL
             OPEN CUR-CAIXA
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0 OR WK-NA-PAGINA = 10
             EXEC SQL
                FETCH CUR-CAIXA
                  INTO :WK-TIPO, :WK-CODFUN, :WK-NOMEFUN,
                       :WK-DEPTOFUN, :WK-PERIODO
             END-EXEC
             IF  SQLCODE = 0
                ADD 1 TO WK-LIDAS
                IF  WK-LIDAS > WK-PULAR
                   ADD 1 TO WK-NA-PAGINA
                   PERFORM 220-MONTA-LINHA
                END-IF
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-CAIXA
          END-EXEC.

          IF  WK-MENSAGEM = SPACES
             EVALUATE TRUE
                WHEN WK-NA-PAGINA = ZEROS AND WK-CA-PAGINA = 1
                   MOVE 'NENHUM ITEM AGUARDANDO SUA DECISAO'
                                            TO WK-MENSAGEM
                WHEN WK-NA-PAGINA = ZEROS
                   MOVE 'FIM DA CAIXA - PF7 PARA VOLTAR'
                                            TO WK-MENSAGEM
                   SUBTRACT 1 FROM WK-CA-PAGINA
                WHEN OTHER
                   MOVE
                   'NUMERO DA LINHA ABRE, PF8/PF7 PAGINAM, PF3 SAI'
                                            TO WK-MENSAGEM
             END-EVALUATE
          END-IF.

          MOVE WK-CA-GESTOR TO GESTORO OF APRMAPAO.
          MOVE WK-CA-USERID TO NOMEGO  OF APRMAPAO.
          MOVE WK-MENSAGEM  TO MSGO    OF APRMAPAO.
          EXEC CICS SEND MAP ('APRMAPA')
               MAPSET ('APRMSET')
               ERASE
          END-EXEC.
      *******************************************************
       220-MONTA-LINHA.
          MOVE WK-TIPO     TO WK-CA-IT-TIPO   (WK-NA-PAGINA).
          MOVE WK-CODFUN   TO WK-CA-IT-CODFUN (WK-NA-PAGINA).
          MOVE WK-PERIODO  TO WK-CA-IT-PERIODO(WK-NA-PAGINA).

          MOVE SPACES       TO WK-LINHA-LISTA.
          MOVE WK-NA-PAGINA TO WL-NUMERO.
          IF  WK-TIPO = 'S'
             MOVE 'SALARIO'    TO WL-TIPO
          ELSE
             MOVE 'HORA EXTRA' TO WL-TIPO
             MOVE WK-PERIODO   TO WL-PERIODO
          END-IF.
          MOVE WK-CODFUN    TO WL-CODFUN.
          MOVE WK-NOMEFUN   TO WL-NOMEFUN.
          MOVE WK-DEPTOFUN  TO WL-DEPTOFUN.
          MOVE WK-LINHA-LISTA
            TO ALINO OF APRMAPAO (WK-NA-PAGINA).
      *******************************************************
       230-ABRE-SELECAO.
          MOVE ZEROS TO WK-SELECAO.
          IF  SELI OF APRMAPAI IS NUMERIC
             MOVE SELI OF APRMAPAI TO WK-SELECAO
          ELSE
             IF  SELI OF APRMAPAI (2:1) = SPACE
                 AND SELI OF APRMAPAI (1:1) IS NUMERIC
                MOVE SELI OF APRMAPAI (1:1) TO WK-SELECAO
             END-IF
          END-IF.
          IF  WK-SELECAO < 1 OR WK-SELECAO > 10
             MOVE 'LINHA INVALIDA - INFORME DE 1 A 10'
                                      TO WK-MENSAGEM
             PERFORM 210-MONTA-LISTA
          ELSE
             IF  WK-CA-IT-TIPO (WK-SELECAO) = SPACES
                MOVE 'LINHA SEM ITEM NESTA PAGINA' TO WK-MENSAGEM
                PERFORM 210-MONTA-LISTA
             ELSE
                MOVE WK-CA-IT-TIPO   (WK-SELECAO) TO WK-CA-AB-TIPO
                MOVE WK-CA-IT-CODFUN (WK-SELECAO) TO WK-CA-AB-CODFUN
                MOVE WK-CA-IT-PERIODO(WK-SELECAO)
                                              TO WK-CA-AB-PERIODO
                PERFORM 310-MONTA-DETALHE
             END-IF
          END-IF.
      *******************************************************
       300-DETALHE SECTION.
       301-RECEBE-DETALHE.
          MOVE SPACES TO WK-MENSAGEM.
      *    PF3 DEVOLVE A LISTA NA MESMA PAGINA, SEM DECIDIR.
          IF  EIBAID = DFHPF3
             PERFORM 210-MONTA-LISTA
          ELSE
             MOVE SPACES TO APRMAPBI
             EXEC CICS RECEIVE MAP ('APRMAPB')
                  MAPSET ('APRMSET')
                  INTO (APRMAPBI)
                  RESP (WK-APRV-RESP)
             END-EXEC
             IF  WK-APRV-RESP NOT = DFHRESP(NORMAL)
                AND WK-APRV-RESP NOT = DFHRESP(MAPFAIL)
                PERFORM 999-TRATA-ERRO
             END-IF
             MOVE DECISAOI OF APRMAPBI TO WK-DECISAO
             MOVE COMENTI  OF APRMAPBI TO WK-COMENTARIO
             PERFORM 320-VALIDA-DECISAO
          END-IF.
      *******************************************************
       310-MONTA-DETALHE.
          MOVE 'D' TO WK-CA-TELA.
          MOVE SPACES TO APRMAPBO.
          MOVE WK-CA-AB-CODFUN  TO WK-CODFUN.
          MOVE WK-CA-AB-PERIODO TO WK-PERIODO.
          MOVE SPACES TO WK-NOMEFUN WK-DEPTOFUN.
          MOVE 'N' TO WK-ITEM-ACHADO.
          EXEC SQL
              SELECT NOMEFUN, DEPTOFUN
                INTO :WK-NOMEFUN, :WK-DEPTOFUN
                FROM EAD719.FUNCIONARIOS
               WHERE CODFUN = :WK-CODFUN
          END-EXEC.

          IF  WK-CA-AB-TIPO = 'S'
             MOVE 'ALTERACAO DE SALARIO' TO TIPOO OF APRMAPBO
             EXEC SQL
                 SELECT SALARIOATUAL, SALARIONOVO, PERCVARIACAO,
                        USUARIOPEDIDO, CHAR(DATAPEDIDO, ISO)
                   INTO :WK-SALARIO-ATUAL, :WK-SALARIO-NOVO,
                        :WK-PERC-VARIACAO, :WK-USUARIO-PEDIDO,
                        :WK-DATA-PEDIDO
                   FROM EAD719.APROVSAL
                  WHERE CODFUN   = :WK-CODFUN
                    AND SITUACAO = 'P'
             END-EXEC
             IF  SQLCODE = 0
                MOVE 'S' TO WK-ITEM-ACHADO
                MOVE WK-SALARIO-ATUAL  TO WK-SALARIO-EDIT
                MOVE WK-SALARIO-EDIT   TO ATUALO OF APRMAPBO
                MOVE WK-SALARIO-NOVO   TO WK-SALARIO-EDIT
                MOVE WK-SALARIO-EDIT   TO PROPOO OF APRMAPBO
                MOVE WK-USUARIO-PEDIDO TO WJ-USUARIO
                MOVE WK-DATA-PEDIDO    TO WJ-DATA
                MOVE WK-PERC-VARIACAO  TO WJ-PERC
                MOVE WK-JUSTIFICA-SALARIO TO JUST1O OF APRMAPBO
                MOVE 'VARIACAO ACIMA DO LIMITE DO ALTSALAR'
                                         TO JUST2O OF APRMAPBO
             END-IF
          ELSE
             MOVE 'HORA EXTRA RETIDA'    TO TIPOO OF APRMAPBO
             EXEC SQL
                 SELECT HORAS50, HORAS100
                   INTO :WK-HORAS50, :WK-HORAS100
                   FROM EAD719.MOVPONTO
                  WHERE CODFUN   = :WK-CODFUN
                    AND PERIODO  = :WK-PERIODO
                    AND SITUACAO = 'P'
             END-EXEC
             IF  SQLCODE = 0
                MOVE 'S' TO WK-ITEM-ACHADO
                PERFORM 315-HORAS-AUTORIZADAS
             END-IF
          END-IF.

          IF  NOT ITEM-ACHADO
             MOVE 'ITEM JA DECIDIDO OU REMOVIDO - LISTA ATUALIZADA'
                                      TO WK-MENSAGEM
             PERFORM 210-MONTA-LISTA
          ELSE
             MOVE WK-CODFUN   TO CODFUNO OF APRMAPBO
             MOVE WK-NOMEFUN  TO NOMEO   OF APRMAPBO
             MOVE WK-DEPTOFUN TO DEPTOO  OF APRMAPBO
             IF  WK-MENSAGEM = SPACES
                MOVE
                'A=APROVA R=REJEITA (COM COMENTARIO), PF3 VOLTA'
                                         TO WK-MENSAGEM
             END-IF
             MOVE WK-MENSAGEM TO MSGO OF APRMAPBO
             EXEC CICS SEND MAP ('APRMAPB')
                  MAPSET ('APRMSET')
                  ERASE
             END-EXEC
          END-IF.
      *******************************************************
       315-HORAS-AUTORIZADAS.
      *    MESMA CONTA DO CARGAPON NA RETENCAO: AUTORIZACAO DO
      *    FUNCIONARIO MAIS A DO DEPARTAMENTO NO PERIODO.
          MOVE ZEROS TO WK-HORAS-AUTORIZADAS.
          EXEC SQL
              SELECT COALESCE(SUM(HORASAUT), 0)
                INTO :WK-HORAS-AUTORIZADAS
                FROM EAD719.AUTHE
               WHERE PERIODO = :WK-PERIODO
                 AND (CODFUN = :WK-CODFUN
                      OR (CODFUN = ' '
                          AND DEPTOFUN = :WK-DEPTOFUN))
          END-EXEC.
          COMPUTE WK-TOTAL-EXTRA = WK-HORAS50 + WK-HORAS100.
          MOVE WK-HORAS-AUTORIZADAS TO WK-HORAS-EDIT.
          MOVE WK-HORAS-EDIT        TO ATUALO OF APRMAPBO.
          MOVE WK-TOTAL-EXTRA       TO WK-HORAS-EDIT.
          MOVE WK-HORAS-EDIT        TO PROPOO OF APRMAPBO.
          MOVE WK-HORAS50           TO WJ-HORAS50.
          MOVE WK-HORAS100          TO WJ-HORAS100.
          MOVE WK-JUSTIFICA-PONTO   TO JUST1O OF APRMAPBO.
          STRING 'AUTORIZADO PARA O PERIODO ' WK-PERIODO
                 ' (MANAUTHE) - ATUAL=AUTORIZADO'
                 DELIMITED BY SIZE INTO JUST2O OF APRMAPBO.
      *******************************************************
       320-VALIDA-DECISAO.
          MOVE 'N' TO WK-VOLTA-LISTA.
          EVALUATE TRUE
             WHEN NOT DECISAO-APROVA AND NOT DECISAO-REJEITA
                MOVE 'DECISAO INVALIDA - USE A OU R'
                                         TO WK-MENSAGEM
             WHEN DECISAO-REJEITA AND WK-COMENTARIO = SPACES
                MOVE 'REJEICAO EXIGE COMENTARIO' TO WK-MENSAGEM
             WHEN OTHER
                PERFORM 330-VERIFICA-JANELA-LOTE
                IF  LOTE-EM-PROCESSAMENTO
                   MOVE 'LOTE EM PROCESSAMENTO - DECIDA MAIS TARDE'
                                            TO WK-MENSAGEM
                ELSE
                   IF  WK-CA-AB-TIPO = 'S'
                      PERFORM 340-DECIDE-SALARIO
                   ELSE
                      PERFORM 350-DECIDE-PONTO
                   END-IF
                END-IF
          END-EVALUATE.

      *    DECIDIDO (POR ESTE OU POR OUTRO USUARIO), VOLTA PARA A
      *    LISTA JA SEM O ITEM; SENAO O
      *    DETALHE E REEXIBIDO COM O MOTIVO.
          IF  VOLTA-PARA-LISTA
             PERFORM 210-MONTA-LISTA
          ELSE
             PERFORM 310-MONTA-DETALHE
          END-IF.
      *******************************************************
       330-VERIFICA-JANELA-LOTE.
          MOVE 'N' TO WK-EMLOTE.
          EXEC SQL
              SELECT EMLOTE
                INTO :WK-EMLOTE
                FROM EAD719.JANELACTL
               WHERE PROCESSO = 'PROGMAIN'
          END-EXEC.
          IF  SQLCODE NOT = 0
             MOVE 'N' TO WK-EMLOTE
          END-IF.
      *******************************************************
       340-DECIDE-SALARIO.
          MOVE WK-CA-AB-CODFUN TO DB2-CODFUN.
          MOVE SPACES TO WK-USUARIO-PEDIDO.
          EXEC SQL
              SELECT SALARIOATUAL, SALARIONOVO, USUARIOPEDIDO
                INTO :WK-SALARIO-ATUAL, :WK-SALARIO-NOVO,
                     :WK-USUARIO-PEDIDO
                FROM EAD719.APROVSAL
               WHERE CODFUN   = :DB2-CODFUN
                 AND SITUACAO = 'P'
          END-EXEC.
          EVALUATE TRUE
             WHEN SQLCODE = 100
                MOVE 'PEDIDO JA DECIDIDO POR OUTRO USUARIO'
                                         TO WK-MENSAGEM
                MOVE 'S' TO WK-VOLTA-LISTA
             WHEN SQLCODE NOT = 0
                MOVE 'ERRO NA LEITURA DO PEDIDO - TENTE NOVAMENTE'
                                         TO WK-MENSAGEM
             WHEN WK-USUARIO-PEDIDO = WK-CA-USERID
      *          QUATRO OLHOS, COMO NO APRSALAR.
                MOVE 'PEDIDO FEITO POR VOCE - OUTRO USUARIO DECIDE'
                                         TO WK-MENSAGEM
             WHEN DECISAO-APROVA
                PERFORM 345-APROVA-SALARIO
             WHEN OTHER
                EXEC SQL
                    UPDATE EAD719.APROVSAL
                       SET SITUACAO     = 'R',
                           USUARIOAPROV = :WK-CA-USERID,
                           DATAAPROV    = CURRENT DATE,
                           COMENTAPROV  = :WK-COMENTARIO
                     WHERE CODFUN   = :DB2-CODFUN
                       AND SITUACAO = 'P'
                END-EXEC
                PERFORM 360-CONFIRMA-DECISAO
          END-EVALUATE.
      *******************************************************
       345-APROVA-SALARIO.
          MOVE WK-SALARIO-NOVO TO DB2-SALARIOFUN.
          EXEC SQL
              UPDATE EAD719.FUNCIONARIOS
                 SET SALARIOFUN   = :DB2-SALARIOFUN,
                     LASTUPD-DATE = CURRENT DATE,
                     LASTUPD-USER = :WK-CA-USERID
               WHERE CODFUN = :DB2-CODFUN
          END-EXEC.
          IF  SQLCODE = 0
             MOVE WK-SALARIO-ATUAL TO WK-SALARIO-EDIT
             MOVE WK-SALARIO-EDIT  TO DB2-HIST-ANTIGO
             MOVE WK-SALARIO-NOVO  TO WK-SALARIO-EDIT
             MOVE WK-SALARIO-EDIT  TO DB2-HIST-NOVO
             MOVE DB2-CODFUN       TO DB2-HIST-CODFUN
             MOVE 'SALARIOFUN'     TO DB2-HIST-CAMPO
             PERFORM GRAVA-HISTORICO
             EXEC SQL
                 UPDATE EAD719.APROVSAL
                    SET SITUACAO     = 'A',
                        USUARIOAPROV = :WK-CA-USERID,
                        DATAAPROV    = CURRENT DATE,
                        COMENTAPROV  = :WK-COMENTARIO
                  WHERE CODFUN   = :DB2-CODFUN
                    AND SITUACAO = 'P'
             END-EXEC
          END-IF.
          PERFORM 360-CONFIRMA-DECISAO.
      *******************************************************
       350-DECIDE-PONTO.
      *    APROVAR LIBERA O MOVIMENTO PARA O EXTRVAR; REJEITAR DEIXA
      *    AS EXTRAS SEM PAGAMENTO - MESMA REGRA DO MANAUTHE.
          MOVE WK-CA-AB-CODFUN  TO WK-CODFUN.
          MOVE WK-CA-AB-PERIODO TO WK-PERIODO.
          EXEC SQL
              UPDATE EAD719.MOVPONTO
                 SET SITUACAO   = :WK-DECISAO,
                     USUARIODEC = :WK-CA-USERID,
                     DATADEC    = CURRENT DATE,
                     COMENTDEC  = :WK-COMENTARIO
               WHERE CODFUN   = :WK-CODFUN
                 AND PERIODO  = :WK-PERIODO
                 AND SITUACAO = 'P'
          END-EXEC.
          PERFORM 360-CONFIRMA-DECISAO.
      *******************************************************
       360-CONFIRMA-DECISAO.
      *    DECISAO E AUDITORIA NA MESMA UNIDADE DE TRABALHO: OU AS
      *    DUAS FICAM, OU NENHUMA.
          EVALUATE SQLCODE
             WHEN 0
                PERFORM 370-GRAVA-AUDITORIA
             WHEN 100
                EXEC CICS SYNCPOINT ROLLBACK
                END-EXEC
                MOVE 'ITEM JA DECIDIDO POR OUTRO USUARIO'
                                         TO WK-MENSAGEM
                MOVE 'S' TO WK-VOLTA-LISTA
             WHEN OTHER
                EXEC CICS SYNCPOINT ROLLBACK
                END-EXEC
                MOVE 'DECISAO NAO GRAVADA - TENTE NOVAMENTE'
                                         TO WK-MENSAGEM
          END-EVALUATE.
      *******************************************************
       370-GRAVA-AUDITORIA.
      *    USERID DO CICS, NAO O CURRENT SQLID DO GRAVAUDIT - NA
      *    TRANSACAO ONLINE O SQLID E O DO PLANO, IGUAL PARA TODOS.
          MOVE WK-DECISAO TO WK-AUD-FUNCAO.
          EXEC SQL
              INSERT INTO EAD719.AUDITFUN
                 (FUNCAO, CODFUN, USERID, DATAHORA, RESULTADO)
                 VALUES (:WK-AUD-FUNCAO, :WK-CA-AB-CODFUN,
                         :WK-CA-USERID, CURRENT TIMESTAMP, 'P')
          END-EXEC.
          IF  SQLCODE = 0
             EXEC CICS SYNCPOINT
             END-EXEC
             MOVE 'S' TO WK-VOLTA-LISTA
             IF  DECISAO-APROVA
                STRING 'ITEM DE ' WK-CA-AB-CODFUN ' APROVADO'
                       DELIMITED BY SIZE INTO WK-MENSAGEM
             ELSE
                STRING 'ITEM DE ' WK-CA-AB-CODFUN ' REJEITADO'
                       DELIMITED BY SIZE INTO WK-MENSAGEM
             END-IF
          ELSE
             EXEC CICS SYNCPOINT ROLLBACK
             END-EXEC
             MOVE 'FALHA NA AUDITORIA - DECISAO DESFEITA'
                                      TO WK-MENSAGEM
          END-IF.
      *******************************************************
       999-ERRO-CICS SECTION.
       999-TRATA-ERRO.
          MOVE 'ERRO NA CAIXA DE APROVACOES - TENTE NOVAMENTE'
                                      TO WK-MENSAGEM.
          PERFORM 190-ENCERRA.
