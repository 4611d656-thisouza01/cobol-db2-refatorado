      * - MANUTENCAO DE CARGOS (FUNCOES G/H/J)
      * - RATEIO DE CENTROS DE CUSTO (FUNCAO T)
      * - DEPENDENTES (FUNCAO D) E BENEFICIOS (FUNCAO B)
      * - MARCA DE DEPENDENTE PARA IR NA FUNCAO D (COLUNA 59 E
      *   OPERACAO M)
      * - READMISSAO DE DESLIGADO (FUNCAO R)
      * - RESULTADO DO PERIODO DE EXPERIENCIA (FUNCAO P)
      * - DESFAZIMENTO E LISTAGEM DE HISTORICO DE DEPARTAMENTO
      *   SYSIN, CADA UMA COM SEUS PROPRIOS DD DE CHECKPT/ERRLOG/
      *   RESUMO; O SOMALOTE CONSOLIDA OS RESUMOS NO FINAL
      * - JANELA DO LOTE (INICIO/FIM/DECORRIDO/REGISTROS POR SEGUNDO)
      * - REQUISICAO DE VAGA (COLUNAS 66-71 DO REGISTRO DE DADOS
      *   COMPLEMENTARES) OBRIGATORIA NA INCLUSAO E NA READMISSAO
      * - ESTABELECIMENTO (FILIAL) DO DEPARTAMENTO NAS FUNCOES C/M
      *   (COLUNAS 42-45 DO REGISTRO DE DEPARTAMENTO)
      * - SEXO DO FUNCIONARIO (COLUNA 72 DO REGISTRO DE DADOS
      *   COMPLEMENTARES) OBRIGATORIO NA INCLUSAO
      * - CONTAS DE PASSIVO DAS PROVISOES DE FERIAS E DE 13O NO
      *   DE-PARA CONTABIL DA FUNCAO Z (COLUNAS 26-45)
      * - CACHE EM MEMORIA DAS TABELAS DE REFERENCIA DOS VALxxxx
      *   (CACHEREF), CARREGADO NO INICIO DO LOTE E RECARREGADO
      *   APOS AS FUNCOES C/M/X/W E G/H/J; PARM SEMCACHE RODA SEM
      *   ELE, PARA COMPARAR AS METRICAS DA JANELA DO LOTE
      * - CODFUN COM 7 POSICOES (6 DIGITOS + DV): REGISTRO DO SYSIN
      *   PASSA A 100 COLUNAS; NOS REGISTROS QUE TRAZEM CODFUN OU
      *   GESTOR OS CAMPOS SEGUINTES ANDAM 3 COLUNAS (VIGENCIA
      *   FUTURA NAS COLUNAS 9-19, MARCA DE IR DO DEPENDENTE NA
      *   COLUNA 62); CHECKPOINT E ERRLOG COM O CODFUN NOVO
      * - DEPARTAMENTO PAI NAS FUNCOES C/M (COLUNAS 46-48 DO
      *   REGISTRO DE DEPARTAMENTO; '***' NA FUNCAO M TIRA O PAI)
      * - FUNCAO K: LANCAMENTO AVULSO DE PROVENTO/DESCONTO
      *   (MANAVULS) - CODFUN, OPERACAO I/C, TIPO DE EVENTO,
      *   PERIODO AAAAMM, VALOR, JUSTIFICATIVA E SEQ (SO NO
      *   CANCELAMENTO); ACIMA DO LIMITE DO TIPO FICA PENDENTE
      *   PARA O APRAVULS
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SYSIN.
       01  REG-SYSIN                PIC X(100).
       01  REG-SYSIN-HEADER REDEFINES REG-SYSIN.
           05  RH-TIPO              PIC X(01).
           05  RH-DATA-ARQUIVO      PIC 9(08).
           05  RH-ORIGEM            PIC X(08).
           05  FILLER               PIC X(83).
       01  REG-SYSIN-TRAILER REDEFINES REG-SYSIN.
           05  RT-TIPO              PIC X(01).
           05  RT-QTDE-REG          PIC 9(07).
           05  RT-HASH-CODFUN       PIC 9(13).
           05  FILLER               PIC X(79).
       01  REG-SYSIN-FUNC1 REDEFINES REG-SYSIN.
      *    PRIMEIRO REGISTRO DA TRANSACAO DE FUNCIONARIO: A DATA DE
      *    VIGENCIA (OPCIONAL) OCUPA AS COLUNAS 9-19.
           05  RF1-FUNCAO           PIC X(01).
           05  RF1-CODFUN           PIC X(07).
           05  RF1-DATA-EFETIVA     PIC X(11).
           05  FILLER               PIC X(81).
       01  REG-SYSIN-DEPTO REDEFINES REG-SYSIN.
           05  RS-DEPTO-FUNCAO      PIC X.
           05  RS-DEPTO-ACCEPT.
               10  RS-DEPTO-DESC    PIC X(30).
               10  RS-DEPTO-LIMITE  PIC 9(04).
               10  RS-DEPTO-EMPRESA PIC X(03).
               10  RS-DEPTO-FILIAL  PIC X(04).
               10  RS-DEPTO-PAI     PIC X(03).
       01  REG-SYSIN-RATEIO REDEFINES REG-SYSIN.
           05  RS-RATEIO-FUNCAO     PIC X.
           05  RS-RATEIO-TRANS.
               10  RS-RATEIO-CODFUN PIC X(07).
               10  RS-RATEIO-LINHA  OCCURS 3 TIMES.
                   15  RS-RAT-CCUSTO PIC X(06).
                   15  RS-RAT-PERC  PIC 9(03)V99.
       01  REG-SYSIN-DEPEN REDEFINES REG-SYSIN.
           05  RS-DEPEN-FUNCAO      PIC X.
           05  RS-DEPEN-TRANS.
               10  RS-DEPEN-CODFUN  PIC X(07).
               10  RS-DEPEN-OPER    PIC X(01).
               10  RS-DEPEN-SEQ     PIC 9(02).
               10  RS-DEPEN-NOME    PIC X(30).
               10  RS-DEPEN-NASC    PIC X(10).
               10  RS-DEPEN-PARENT  PIC X(10).
               10  RS-DEPEN-IRRF    PIC X(01).
       01  REG-SYSIN-CONTA REDEFINES REG-SYSIN.
           05  RS-CONTA-FUNCAO      PIC X.
           05  RS-CONTA-TRANS.
               10  RS-CONTA-DEPTO   PIC X(03).
               10  RS-CONTA-DEBITO  PIC X(10).
               10  RS-CONTA-CREDITO PIC X(10).
               10  RS-CONTA-PROVFER PIC X(10).
               10  RS-CONTA-PROV13  PIC X(10).
       01  REG-SYSIN-PROBA REDEFINES REG-SYSIN.
           05  RS-PROBA-FUNCAO      PIC X.
           05  RS-PROBA-TRANS.
               10  RS-PROBA-CODFUN  PIC X(07).
               10  RS-PROBA-RESULT  PIC X(01).
       01  REG-SYSIN-BENEF REDEFINES REG-SYSIN.
           05  RS-BENEF-FUNCAO      PIC X.
           05  RS-BENEF-TRANS.
               10  RS-BENEF-CODFUN  PIC X(07).
               10  RS-BENEF-OPER    PIC X(01).
               10  RS-BENEF-CODBEN  PIC X(03).
               10  RS-BENEF-VALOR   PIC 9(05)V99.
               10  RS-CARGO-DESC    PIC X(30).
               10  RS-CARGO-SALMIN  PIC 9(06)V99.
               10  RS-CARGO-SALMAX  PIC 9(06)V99.
       01  REG-SYSIN-AVULS REDEFINES REG-SYSIN.
           05  RS-AVULS-FUNCAO      PIC X.
           05  RS-AVULS-TRANS.
               10  RS-AVULS-CODFUN  PIC X(07).
               10  RS-AVULS-OPER    PIC X(01).
               10  RS-AVULS-TIPO    PIC X(03).
               10  RS-AVULS-PERIODO PIC 9(06).
               10  RS-AVULS-VALOR   PIC 9(07)V99.
               10  RS-AVULS-JUSTIF  PIC X(40).
               10  RS-AVULS-SEQ     PIC 9(09).
               10  RS-AVULS-USUARIO PIC X(08).
      *
       FD  ARQ-CHECKPOINT.
       01  REG-CHECKPOINT.
           05  CKPT-FUNCAO          PIC X.
           05  CKPT-CODFUN          PIC X(7).
      *
       FD  ARQ-RESUMO.
      *    RESUMO DE FIM DE LOTE EM LEIAUTE FIXO, UMA LINHA POR
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  EL-FUNCAO            PIC X(01).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  EL-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  EL-MENSAGEM          PIC X(40).
      *
      *    TRANSACAO DE FUNCIONARIO: QUANDO O REGISTRO LIDO A FRENTE
      *    NAO E DE ENDERECO ('@' NA COLUNA 1), ELE FICA GUARDADO E
      *    VIRA O PRIMEIRO REGISTRO DA PROXIMA TRANSACAO.
       77  WK-REG-SEGURADO           PIC X(100)      VALUE SPACES.
       77  WK-TEM-SEGURADO           PIC X           VALUE 'N'.
           88  TEM-REGISTRO-SEGURADO                 VALUE 'S'.
       77  WK-EOF-ADIANTE            PIC X           VALUE 'N'.
       77  WK-CONT-REVDEP-FALHA      PIC 9(05)       VALUE ZEROS.
       77  WK-CONT-CONTA-OK          PIC 9(05)       VALUE ZEROS.
       77  WK-CONT-CONTA-FALHA       PIC 9(05)       VALUE ZEROS.
       77  WK-CONT-AVULS-OK          PIC 9(05)       VALUE ZEROS.
       77  WK-CONT-AVULS-FALHA       PIC 9(05)       VALUE ZEROS.
       77  WK-DATA-EFETIVA           PIC X(11)       VALUE SPACES.
       01  WK-EFETIVA-PARTES.
           05  WK-EFE-DIA           PIC X(02).
           05  FILLER               PIC X(01)       VALUE '-'.
           05  WK-EFI-DIA           PIC X(02).
       77  WK-FUT-SEQ                PIC 9(09)       VALUE ZEROS.
       77  WK-FUT-DADOS1             PIC X(100)      VALUE SPACES.
       77  WK-FUT-DADOS2             PIC X(100)      VALUE SPACES.
       77  WK-FUT-DADOS3             PIC X(100)      VALUE SPACES.
       77  WK-MODO-GUARDADO          PIC X           VALUE 'P'.
      *    SUBTOTAIS POR EMPRESA DO LOTE (EMPRESA EM BRANCO NA
      *    TRANSACAO = EMPRESA PRINCIPAL, EXIBIDA COMO '***').
       77  WK-PARTICAO-TOTAL         PIC 9(01)       VALUE 1.
           88  SEM-PARTICIONAMENTO                   VALUE 1.
       77  WK-PARTICAO-TRANS         PIC 9(01)       VALUE 1.
       77  WK-CODFUN-NUMERICO        PIC 9(07)       VALUE ZEROS.
      *    IDENTIDADE DO ARQUIVO DE ENTRADA PARA O LIVRO DE
      *    EXECUCOES: QUANTIDADE DE REGISTROS E HASH (SOMA DOS
      *    CODFUN NUMERICOS DAS COLUNAS 2-8 DE TODOS OS REGISTROS).
       77  WK-LOTE-QTDEREG           PIC 9(07)       VALUE ZEROS.
       77  WK-LOTE-HASH              PIC 9(13)       VALUE ZEROS.
      *    LEITURA COM UM REGISTRO DE ATRASO NA PASSADA PREVIA, PARA
      *    O ULTIMO REGISTRO (TRAILER) NAO ENTRAR NA CONTAGEM.
       77  WK-REG-ANTERIOR           PIC X(100)      VALUE SPACES.
       77  WK-TEM-ANTERIOR           PIC X           VALUE 'N'.
           88  TEM-REG-ANTERIOR                      VALUE 'S'.
       77  WK-LOTE-TS                PIC X(26)       VALUE SPACES.
      *    FILA DE MANUTENCOES ONLINE REPRESADAS DURANTE A JANELA DO
      *    LOTE (GRAVADAS PELO CICSFUNC EM EAD719.FILATRANS).
       77  WK-FILA-SEQ               PIC 9(09)       VALUE ZEROS.
       77  WK-FILA-DADOS1            PIC X(100)      VALUE SPACES.
       77  WK-FILA-DADOS2            PIC X(100)      VALUE SPACES.
       77  WK-FILA-DADOS3            PIC X(100)      VALUE SPACES.
       77  WK-QTDE-FILA-APLICADA     PIC 9(05)       VALUE ZEROS.
      *    SEVERIDADE GERAL DO LOTE PARA O ESCALONADOR.
       77  WK-TAXA-FALHA-PCT         PIC 9(03)V99    VALUE ZEROS.
       77  WK-MODO-EXECUCAO          PIC X           VALUE 'P'.
           88  WK-MODO-VALIDACAO                     VALUE 'V'.
           88  WK-MODO-PRODUCAO                       VALUE 'P'.
       77  WK-MENSAGEM-RETORNO       PIC X(160)      VALUE SPACES.
      *    NO LOTE O LISTFUN CONFERE A CLASSE SENSIVEL PELO PROPRIO
      *    VALPERM: USERID EM BRANCO.
       77  WK-LIST-USUARIO           PIC X(08)       VALUE SPACES.
       77  WK-LIST-VE-SENSIVEL       PIC X(01)       VALUE 'N'.

      *    JANELA DO LOTE: HORARIO DE INICIO E FIM, PARA CALCULAR O
      *    TEMPO TOTAL DECORRIDO E A VAZAO DE
       77  WK-SEGUNDOS-DECORRIDOS    PIC 9(7)        VALUE ZEROS.
       77  WK-TOTAL-REGISTROS        PIC 9(7)        VALUE ZEROS.
       77  WK-REGISTROS-POR-SEG      PIC ZZZZ9,99    VALUE ZEROS.
      *    CACHE DAS TABELAS DE REFERENCIA (CACHEREF): LIGADO POR
      *    PADRAO; O PARM SEMCACHE DEIXA OS VALxxxx IREM AO BANCO A
      *    CADA TRANSACAO, COMO ANTES, PARA COMPARAR O DECORRIDO E A
      *    VAZAO DAS DUAS RODADAS. A CARGA E MEDIDA EM CENTESIMOS.
       77  WK-CACHE-LIGADO           PIC X           VALUE 'S'.
           88  CACHE-LIGADO                          VALUE 'S'.
       01  WK-CACHE-HORA-INI.
           05  WK-CHI-HORA           PIC 9(2).
           05  WK-CHI-MIN            PIC 9(2).
           05  WK-CHI-SEG            PIC 9(2).
           05  WK-CHI-CENT           PIC 9(2).
       01  WK-CACHE-HORA-FIM.
           05  WK-CHF-HORA           PIC 9(2).
           05  WK-CHF-MIN            PIC 9(2).
           05  WK-CHF-SEG            PIC 9(2).
           05  WK-CHF-CENT           PIC 9(2).
       77  WK-CACHE-CENT-INI         PIC 9(7)        VALUE ZEROS.
       77  WK-CACHE-CENT-FIM         PIC 9(7)        VALUE ZEROS.
       77  WK-CACHE-CARGA-SEG        PIC 9(5)V99     VALUE ZEROS.
       77  WK-CACHE-CARGA-EDIT       PIC ZZZZ9,99    VALUE ZEROS.
       COPY CPYCACHE.

       COPY CPYACEP.
       COPY CPYAUDIT.
          PERFORM 201-PROCESSAR UNTIL FIM-SYSIN.
          PERFORM 901-FINALIZAR.
          STOP RUN.
      ********************************************************
       100-INICIAR SECTION.
       101-INICIAR.
          PERFORM 103-MARCA-INICIO-LOTE.
          PERFORM 104-REGISTRA-LOTE
             THRU 104-SAIDA-REGISTRA.
          PERFORM 105-ABRE-JANELA-LOTE.
          PERFORM 106-CARREGA-CACHE.
          OPEN INPUT ARQ-SYSIN.
      *    PULA O HEADER, JA CONFERIDO NA PASSADA PREVIA.
          READ ARQ-SYSIN
          OPEN OUTPUT ARQ-ERRLOG.
          PERFORM 120-VERIFICA-CHECKPOINT.
          PERFORM 110-LER-TRANSACAO.
      ********************************************************
       102-TRATA-PARM.
      *    PALAVRAS-CHAVE DE PARM SUPORTADAS POR ORA: SOMENTE=X, PARA
      *    RESTRINGIR O LOTE A UMA UNICA FUNCAO DE TRANSACAO SEM
                END-IF
                END-IF
             END-IF
             IF  LK-PARM-TEXTO(1:8) = 'SEMCACHE'
                MOVE 'N' TO WK-CACHE-LIGADO
                DISPLAY 'PROGMAIN COM PARM: TABELAS DE REFERENCIA '
                        'LIDAS NO BANCO A CADA TRANSACAO (SEM CACHE)'
             END-IF
             IF  LK-PARM-TEXTO(1:9) = 'PARTICAO='
                IF  LK-PARM-TEXTO(10:1) IS NUMERIC
                    AND LK-PARM-TEXTO(11:1) = '/'
                END-IF
             END-IF
          END-IF.
      ********************************************************
       103-MARCA-INICIO-LOTE.
          MOVE FUNCTION CURRENT-DATE TO WK-TIMESTAMP-INICIO.
          COMPUTE WK-SEGUNDOS-INICIO =
                  (WK-TS-INI-HORA * 3600)
                + (WK-TS-INI-MIN  * 60)
                +  WK-TS-INI-SEG.
      ********************************************************
       104-REGISTRA-LOTE.
      *    PASSADA PREVIA NO SYSIN: CONFERE O HEADER ('0' + DATA +
      *    ORIGEM) E O TRAILER ('9' + QUANTIDADE + HASH DOS CODFUN)
                NOT AT END
                   IF  TEM-REG-ANTERIOR
                      ADD 1 TO WK-LOTE-QTDEREG
                      IF  WK-REG-ANTERIOR(2:7) IS NUMERIC
                         MOVE WK-REG-ANTERIOR(2:7)
                              TO WK-CODFUN-NUMERICO
                         ADD WK-CODFUN-NUMERICO TO WK-LOTE-HASH
                      END-IF
      *
       104-SAIDA-REGISTRA.
          EXIT.
      ********************************************************
       105-ABRE-JANELA-LOTE.
      *    MARCA A JANELA DO LOTE ABERTA - A TRANSACAO ONLINE PASSA
      *    A ENFILEIRAR AS MANUTENCOES EM VEZ DE CONCORRER COM O
             DISPLAY 'AVISO: JANELA DO LOTE NAO MARCADA - '
                     'SQLCODE ' SQLCODE
          END-IF.
      ********************************************************
       106-CARREGA-CACHE.
      *    CARGA UNICA DAS TABELAS DE REFERENCIA EM MEMORIA: DAQUI
      *    EM DIANTE VALDEPTO, VALCARGO, VALEMPRE, VALEMAIL,
      *    VALSALAR E VALPERM RESPONDEM SEM SELECT. TABELA QUE NAO
      *    CARREGAR CONTINUA SENDO LIDA NO BANCO (AVISO NO SYSOUT).
          IF  CACHE-LIGADO
             MOVE FUNCTION CURRENT-DATE(9:8) TO WK-CACHE-HORA-INI
             SET CR-OPER-CARREGA TO TRUE
             SET CR-TAB-TODAS    TO TRUE
             CALL "CACHEREF" USING CR-AREA
             MOVE FUNCTION CURRENT-DATE(9:8) TO WK-CACHE-HORA-FIM
             COMPUTE WK-CACHE-CENT-INI =
                     (WK-CHI-HORA * 360000) + (WK-CHI-MIN * 6000)
                   + (WK-CHI-SEG  * 100)    +  WK-CHI-CENT
             COMPUTE WK-CACHE-CENT-FIM =
                     (WK-CHF-HORA * 360000) + (WK-CHF-MIN * 6000)
                   + (WK-CHF-SEG  * 100)    +  WK-CHF-CENT
             IF  WK-CACHE-CENT-FIM NOT < WK-CACHE-CENT-INI
                COMPUTE WK-CACHE-CARGA-SEG =
                        (WK-CACHE-CENT-FIM - WK-CACHE-CENT-INI) / 100
             END-IF
             DISPLAY 'CACHE DE REFERENCIA CARREGADO: '
                     CR-QTDE-LINHAS ' LINHA(S)'
          END-IF.
      ********************************************************
       110-LER-TRANSACAO.
      *    O PRIMEIRO REGISTRO DA TRANSACAO E LIDO EM BRANCO PARA
      *    IDENTIFICAR A FUNCAO ANTES DE MONTAR O RESTO DOS DADOS.
                   PERFORM 118-LER-TRANSACAO-PROBA
                WHEN 'Z'
                   PERFORM 119-LER-TRANSACAO-CONTA
                WHEN 'K'
                   PERFORM 11A-LER-TRANSACAO-AVULSO
                WHEN OTHER
                   PERFORM 112-LER-TRANSACAO-FUNCIONARIO
             END-EVALUATE
          END-IF.
      ********************************************************
       111-LER-TRANSACAO-DEPTO.
      *    TRANSACAO DE DEPARTAMENTO: OCUPA UM UNICO REGISTRO.
          MOVE RS-DEPTO-FUNCAO      TO WK-FUNCAO-ACCEPT.
          MOVE RS-DEPTO-COD         TO WK-CODFUN-ACCEPT.
      ********************************************************
      *
       113-LER-TRANSACAO-CARGO.
      *    TRANSACAO DE CARGO: OCUPA UM UNICO REGISTRO, COMO A DE
      *    DEPARTAMENTO.
          MOVE RS-CARGO-FUNCAO      TO WK-FUNCAO-ACCEPT.
          MOVE RS-CARGO-COD         TO WK-CODFUN-ACCEPT.
      ********************************************************
      *
       114-LER-TRANSACAO-RATEIO.
      *    TRANSACAO DE RATEIO DE CENTRO DE CUSTO: UM UNICO
      *    REGISTRO, COMO AS DE DEPARTAMENTO E CARGO.
          MOVE RS-RATEIO-FUNCAO     TO WK-FUNCAO-ACCEPT.
          MOVE RS-RATEIO-CODFUN     TO WK-CODFUN-ACCEPT.
      ********************************************************
      *
       116-LER-TRANSACAO-DEPEN.
      *    TRANSACAO DE DEPENDENTE: UM UNICO REGISTRO, COMO AS DE
      *    CADASTRO (DEPTO/CARGO/RATEIO).
          MOVE RS-DEPEN-FUNCAO      TO WK-FUNCAO-ACCEPT.
          MOVE RS-DEPEN-CODFUN      TO WK-CODFUN-ACCEPT.
      ********************************************************
      *
       117-LER-TRANSACAO-BENEF.
      *    TRANSACAO DE BENEFICIO: UM UNICO REGISTRO, COMO AS DE
      *    CADASTRO.
          MOVE RS-BENEF-FUNCAO      TO WK-FUNCAO-ACCEPT.
          MOVE RS-BENEF-CODFUN      TO WK-CODFUN-ACCEPT.
      ********************************************************
      *
       118-LER-TRANSACAO-PROBA.
      *    RESULTADO DE EXPERIENCIA: UM UNICO REGISTRO.
          MOVE RS-PROBA-FUNCAO      TO WK-FUNCAO-ACCEPT.
          MOVE RS-PROBA-CODFUN      TO WK-CODFUN-ACCEPT.
      ********************************************************
      *
       119-LER-TRANSACAO-CONTA.
      *    DE-PARA CONTABIL: UM UNICO REGISTRO.
          MOVE RS-CONTA-FUNCAO      TO WK-FUNCAO-ACCEPT.
          MOVE RS-CONTA-DEPTO       TO WK-CODFUN-ACCEPT.
      ********************************************************
      *
       11A-LER-TRANSACAO-AVULSO.
      *    LANCAMENTO AVULSO: UM UNICO REGISTRO.
          MOVE RS-AVULS-FUNCAO      TO WK-FUNCAO-ACCEPT.
          MOVE RS-AVULS-CODFUN      TO WK-CODFUN-ACCEPT.
      ********************************************************
       112-LER-TRANSACAO-FUNCIONARIO.
          MOVE RF1-DATA-EFETIVA     TO WK-DATA-EFETIVA.
      *    UMA TRANSACAO DE FUNCIONARIO OCUPA TRES REGISTROS DE
          IF  NOT FIM-SYSIN
             PERFORM 115-LER-ENDERECO-OPCIONAL
          END-IF.
      ********************************************************
      *
       115-LER-ENDERECO-OPCIONAL.
      *    O QUARTO REGISTRO (ENDERECO) E OPCIONAL: LE-SE UM
                   SET TEM-REGISTRO-SEGURADO TO TRUE
                END-IF
          END-READ.
      ********************************************************
       120-VERIFICA-CHECKPOINT.
      *    SE EXISTIR CHECKPOINT DE UMA EXECUCAO ANTERIOR, AS
      *    TRANSACOES JA CONFIRMADAS SAO PULADAS ATE ELE.
             END-IF
             CLOSE ARQ-CHECKPOINT
          END-IF.
      ********************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          IF  EM-RESTART
             MOVE WK-EFE-DIA TO WK-EFI-DIA
             MOVE SPACES TO WK-FUT-DADOS1 WK-FUT-DADOS2
                            WK-FUT-DADOS3
             MOVE WK-ACCEPT          TO WK-FUT-DADOS1(1:85)
             MOVE WK-COMPL-ACCEPT    TO WK-FUT-DADOS2(1:72)
             MOVE WK-ENDERECO-ACCEPT TO WK-FUT-DADOS3(1:66)
             EXEC SQL
                SELECT COALESCE(MAX(SEQ), 0) + 1
                WHEN 'W'
                WHEN 'Y'
                WHEN 'Z'
                WHEN 'K'
                   CONTINUE
                WHEN OTHER
                   IF  WK-CODFUN-ACCEPT IS NUMERIC
                                         WK-COMPL-ACCEPT,
                                         WK-ENDERECO-ACCEPT,
                                         WK-STATUS-RETORNO,
                                         WK-MODO-EXECUCAO,
                                         WK-MENSAGEM-RETORNO
             WHEN 'E'
                   CALL "EXCLUIR" USING WK-CODFUN-ACCEPT,
                                        WK-STATUS-RETORNO,
             WHEN 'L'
                   CALL "LISTFUN" USING WK-CODFUN-ACCEPT,
                                        WK-DEPTOFUN-ACCEPT,
                                        WK-STATUS-RETORNO,
                                        WK-LIST-USUARIO,
                                        WK-LIST-VE-SENSIVEL
             WHEN 'C'
                   CALL "INCDEPTO" USING RS-DEPTO-ACCEPT,
                                         WK-STATUS-RETORNO
             WHEN 'Z'
                   CALL "MANCONTA" USING RS-CONTA-TRANS,
                                         WK-STATUS-RETORNO
             WHEN 'K'
      *            NO LOTE QUEM LANCA E O SQLID DO JOB - O USUARIO
      *            NUNCA VEM DO SYSIN (NAO SE ESCOLHE O NOME NOS
      *            QUATRO OLHOS DO APRAVULS).
                   MOVE SPACES TO RS-AVULS-USUARIO
                   CALL "MANAVULS" USING RS-AVULS-TRANS,
                                         WK-STATUS-RETORNO,
                                         WK-MENSAGEM-RETORNO
             WHEN 'V'
                   CALL "REVERTFUN" USING WK-CODFUN-ACCEPT,
                                          WK-STATUS-RETORNO
                   ADD 1 TO WK-CONT-FUNCAO-INVALIDA
                   DISPLAY 'FUNCAO ' WK-FUNCAO-ACCEPT ' INVALIDA!'
          END-EVALUATE.
          IF  TRANSACAO-OK AND CACHE-LIGADO
             PERFORM 221-RECARREGA-CACHE
          END-IF.
      *******************************************************
       221-RECARREGA-CACHE.
      *    TRANSACAO QUE ALTEROU UMA TABELA DE REFERENCIA: A COPIA
      *    EM MEMORIA E RECARREGADA ANTES DA TRANSACAO SEGUINTE (A
      *    FUNCAO W DESFAZ ALTERACAO DE DEPARTAMENTO NA PROPRIA
      *    DEPARTAMENTOS).
          EVALUATE WK-FUNCAO-ACCEPT
             WHEN 'C'
             WHEN 'M'
             WHEN 'X'
             WHEN 'W'
                SET CR-OPER-RECARREGA TO TRUE
                SET CR-TAB-DEPTO      TO TRUE
                CALL "CACHEREF" USING CR-AREA
             WHEN 'G'
             WHEN 'H'
             WHEN 'J'
                SET CR-OPER-RECARREGA TO TRUE
                SET CR-TAB-CARGO      TO TRUE
                CALL "CACHEREF" USING CR-AREA
             WHEN OTHER
                CONTINUE
          END-EVALUATE.
      *******************************************************
       214-CONTABILIZA-RESULTADO.
      *    ATUALIZA OS CONTADORES DE SUCESSO/FALHA POR FUNCAO PARA
                ELSE
                   ADD 1 TO WK-CONT-CONTA-FALHA
                END-IF
             WHEN 'K'
                IF  TRANSACAO-OK
                   ADD 1 TO WK-CONT-AVULS-OK
                ELSE
                   ADD 1 TO WK-CONT-AVULS-FALHA
                END-IF
             WHEN 'V'
                IF  TRANSACAO-OK
                   ADD 1 TO WK-CONT-REV-OK
          DISPLAY '  DE-PARA CONTABIL (Z). SUCESSO: '
                  WK-CONT-CONTA-OK
                  '  FALHA: ' WK-CONT-CONTA-FALHA.
          DISPLAY '  EVENTOS AVULSOS (K) .. SUCESSO: '
                  WK-CONT-AVULS-OK
                  '  FALHA: ' WK-CONT-AVULS-FALHA.
          DISPLAY '  FUNCAO INVALIDA ...... OCORRENCIAS: '
                  WK-CONT-FUNCAO-INVALIDA.
          DISPLAY '  NEGADAS (PERMISSAO) .. OCORRENCIAS: '
             END-PERFORM
          END-IF.
          DISPLAY '================================================'.
      ********************************************************
       911-EXIBE-METRICAS-LOTE.
      *    JANELA DO LOTE: HORARIO DE INICIO/FIM, TEMPO TOTAL
      *    DECORRIDO E REGISTROS POR SEGUNDO, PARA ACOMPANHAR O
             DISPLAY '  REGISTROS/SEGUNDO ...... N/D (LOTE MUITO '
                     'RAPIDO PARA MEDIR)'
          END-IF.
      *    O MESMO DECORRIDO E A MESMA VAZAO DE UMA RODADA COM PARM
      *    SEMCACHE DAO O ANTES/DEPOIS DO CACHE DE REFERENCIA.
          IF  CACHE-LIGADO
             SET CR-OPER-ESTATISTICA TO TRUE
             CALL "CACHEREF" USING CR-AREA
             MOVE WK-CACHE-CARGA-SEG TO WK-CACHE-CARGA-EDIT
             DISPLAY '  CACHE DE REFERENCIA .... LIGADO'
             DISPLAY '  CARGA DO CACHE (SEG) ... ' WK-CACHE-CARGA-EDIT
             DISPLAY '  LINHAS EM MEMORIA ...... ' CR-QTDE-LINHAS
             DISPLAY '  CONSULTAS SEM SELECT ... ' CR-QTDE-CONSULTAS
             DISPLAY '  RECARGAS NO LOTE ....... ' CR-QTDE-RECARGAS
          ELSE
             DISPLAY '  CACHE DE REFERENCIA .... DESLIGADO (PARM '
                     'SEMCACHE)'
          END-IF.
          DISPLAY '================================================'.
      ********************************************************
       925-GRAVA-STATUS-ESCALONADOR.
      *    REGISTRO DE SINTESE: O ESCALONADOR TESTA A SEVERIDADE
      *    (0 = LIMPO, 4 = FALHAS ABAIXO DE 10%, 8 = 10% OU MAIS)
          MOVE WK-TAXA-FALHA-PCT     TO ST-TAXA-FALHA-PCT.
          MOVE WK-SEVERIDADE         TO ST-SEVERIDADE.
          WRITE REG-STATUS.
      ********************************************************
       920-GRAVA-RESUMO-LOTE.
      *    MESMOS CONTADORES DO RESUMO EXIBIDO, EM ARQUIVO DE
      *    LEIAUTE FIXO - E O QUE O SOMALOTE LE PARA CONSOLIDAR AS
          MOVE WK-CONT-REV-OK        TO RB-QTDE-OK.
          MOVE WK-CONT-REV-FALHA     TO RB-QTDE-FALHA.
          PERFORM 921-GRAVA-LINHA-RESUMO.
          MOVE 'K' TO RB-FUNCAO.
          MOVE WK-CONT-AVULS-OK      TO RB-QTDE-OK.
          MOVE WK-CONT-AVULS-FALHA   TO RB-QTDE-FALHA.
          PERFORM 921-GRAVA-LINHA-RESUMO.
          MOVE '?' TO RB-FUNCAO.
          MOVE WK-CONT-FUNCAO-INVALIDA TO RB-QTDE-OK.
          MOVE ZEROS                 TO RB-QTDE-FALHA.
          PERFORM 921-GRAVA-LINHA-RESUMO.
          CLOSE ARQ-RESUMO.
          CLOSE ARQ-STATUS.
      ********************************************************
       921-GRAVA-LINHA-RESUMO.
          MOVE WK-PARTICAO-ATUAL     TO RB-PARTICAO.
          WRITE REG-RESUMO.
          MOVE RB-QTDE-OK            TO SF-QTDE-OK.
          MOVE RB-QTDE-FALHA         TO SF-QTDE-FALHA.
          WRITE REG-STATUS.
      ********************************************************
       930-ENCERRA-LEDGER.
      *    FECHA A LINHA DO LIVRO DE EXECUCOES COM OS TOTAIS DO
      *    LOTE - REGISTRO DURAVEL DE CADA EXECUCAO, ALEM DO SYSOUT.
      *
       930-SAIDA-ENCERRA.
          EXIT.
      ********************************************************
       940-APLICA-FILA-ONLINE.
      *    APLICA AS MANUTENCOES QUE O CICSFUNC REPRESOU DURANTE A
      *    JANELA DO LOTE, PELOS MESMOS PROGRAMAS E COM A MESMA
             DISPLAY WK-QTDE-FILA-APLICADA ' MANUTENCAO(OES) ONLINE '
                     'REPRESADA(S) APLICADA(S) NO FIM DO LOTE'
          END-IF.
      ********************************************************
       941-APLICA-ITEM-FILA.
          MOVE WK-FILA-DADOS1(1:85)  TO WK-ACCEPT.
          MOVE WK-FILA-DADOS2(1:72)  TO WK-COMPL-ACCEPT.
          MOVE WK-FILA-DADOS3(1:66)  TO WK-ENDERECO-ACCEPT.
          MOVE WK-ACCEPT(1:1)        TO WK-FUNCAO-ACCEPT.
          PERFORM 211-EXECUTA-TRANSACAO.
                     'NAO MARCADO COMO APLICADO - SQLCODE ' SQLCODE
             EXEC SQL ROLLBACK END-EXEC
          END-IF.
      ********************************************************
       945-FECHA-JANELA-LOTE.
          EXEC SQL
             UPDATE EAD719.JANELACTL
