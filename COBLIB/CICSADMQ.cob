       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   CICSADMQ.
       AUTHOR.        THIAGO.
      ****************************************************
      * ADMISSAO EM TEMPO REAL RECEBIDA DO HRIS PELA FILA *
      * MQ (TRANID ADMQ, DISPARADA PELO MONITOR DE        *
      * GATILHO DO CICS QUANDO CHEGA MENSAGEM NA FILA     *
      * HRIS.ADMISSAO). CADA MENSAGEM E UMA ADMISSAO,     *
      * LIDA E TRATADA UMA DE CADA VEZ ATE A FILA         *
      * ESVAZIAR, PELO MESMO INCLUIR DO PROGMAIN E DO     *
      * CARGAHRIS - MESMAS VALIDACOES (VALVAGA, VALCPF,   *
      * VALREQ...), MESMA CHECAGEM DE DUPLICIDADE E DE    *
      * READMISSAO, MESMO INSERT. A CARGA NOTURNA         *
      * (CARGAHRIS) CONTINUA VALENDO PARA O ARQUIVO.      *
      *                                                   *
      * RESPOSTA (TIPO REPLY, CORRELID = MSGID DO PEDIDO) *
      * VAI PARA A REPLYTOQ DA MENSAGEM OU, SEM ELA, PARA *
      * HRIS.ADMISSAO.RESPOSTA, COM O RESULTADO:          *
      *   I - INCLUIDO, COM O CODFUN (O GERADO PELA       *
      *       SEQUENCE QUANDO O HRIS NAO MANDA CODIGO)    *
      *   R - RECUSADO, COM O MOTIVO DO INCLUIR           *
      *   E - ENFILEIRADO: COM A JANELA DO LOTE ABERTA    *
      *       (EAD719.JANELACTL), A ADMISSAO VAI PARA     *
      *       EAD719.FILATRANS, COMO NA CICSFUNC, E E     *
      *       APLICADA PELO PROGMAIN NO FIM DO LOTE - O   *
      *       CODFUN SAI NO LOG DO LOTE, NAO NA RESPOSTA. *
      *                                                   *
      * MENSAGEM VENENOSA NAO VOLTA PARA A FILA: VAI PARA *
      * HRIS.ADMISSAO.DLQ COM CABECALHO MQDLH, O MOTIVO   *
      * EM MQDLH-REASON:                                  *
      *   MQFB-APPL-FIRST + 1 - TAMANHO OU VERSAO DO      *
      *                         LEIAUTE INVALIDOS         *
      *   MQFB-APPL-FIRST + 2 - SALARIO OU IDADE NAO      *
      *                         NUMERICOS                 *
      *   MQFB-APPL-FIRST + 3 - MENSAGEM JA DESFEITA 3    *
      *                         VEZES (BACKOUTCOUNT)      *
      *   CODIGO MQRC         - RESPOSTA QUE NAO PODE SER *
      *                         ENTREGUE NA REPLYTOQ (A   *
      *                         PROPRIA RESPOSTA VAI PARA *
      *                         A DLQ)                    *
      * LEITURA, RESPOSTA E DLQ FICAM NA MESMA UNIDADE DE *
      * TRABALHO DO CICS; DB2 FORA DO AR DESFAZ A LEITURA *
      * E A MENSAGEM ESPERA O PROXIMO GATILHO.            *
      *                                                   *
      * LEIAUTE DA MENSAGEM DE ADMISSAO (226 POSICOES, OU *
      * 160 SEM O ENDERECO, QUE E OPCIONAL): VERSAO       *
      * 'ADM2' E, EM SEGUIDA, OS MESMOS TRES BLOCOS QUE O *
      * PROGMAIN LE DO SYSIN PARA UMA INCLUSAO (DADOS     *
      * CADASTRAIS SEM A FUNCAO, COMPLEMENTO E ENDERECO). *
      * A RESPOSTA TEM VERSAO 'ADR2'. AS DEFINICOES DA    *
      * TRANSACAO, DO PROCESSO DE GATILHO E DAS FILAS     *
      * FICAM FORA DESTE REPOSITORIO, COMO OS MAPAS BMS.  *
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
      * Estruturas e constantes da API do MQ
       01  MQ-CONSTANTES.
           COPY CMQV.
       01  MQ-DESCR-OBJETO.
           COPY CMQODV.
       01  MQ-DESCR-MENSAGEM.
           COPY CMQMDV.
       01  MQ-OPCOES-GET.
           COPY CMQGMOV.
       01  MQ-OPCOES-PUT.
           COPY CMQPMOV.
       01  MQ-MENSAGEM-GATILHO.
           COPY CMQTMC2V.
      *
       01  WK-ADMQ-RESP               PIC S9(8)       COMP.
       01  WK-TAM-GATILHO             PIC S9(4)       COMP.
      *
       77  WK-HCONN                   PIC S9(9)       COMP.
       77  WK-HOBJ-ENTRADA            PIC S9(9)       COMP.
       77  WK-OPCOES                  PIC S9(9)       COMP.
       77  WK-COMPCODE                PIC S9(9)       COMP.
       77  WK-REASON                  PIC S9(9)       COMP.
       77  WK-TAM-BUFFER              PIC S9(9)       COMP.
       77  WK-TAM-DADOS               PIC S9(9)       COMP.
       77  WK-TAM-MSG                 PIC S9(9)       COMP.
      *
      *    FILAS: A DE ENTRADA VEM DA MENSAGEM DE GATILHO; O NOME
      *    ABAIXO SO VALE QUANDO A TRANSACAO E INICIADA SEM ELA.
       77  WK-FILA-ENTRADA            PIC X(48)
                                       VALUE 'HRIS.ADMISSAO'.
       77  WK-FILA-RESPOSTA-PADRAO    PIC X(48)
                                       VALUE 'HRIS.ADMISSAO.RESPOSTA'.
       77  WK-FILA-DLQ                PIC X(48)
                                       VALUE 'HRIS.ADMISSAO.DLQ'.
       77  WK-LIMITE-DESFEITAS        PIC S9(9)       COMP VALUE 3.
       77  WK-ESPERA-MS               PIC S9(9)       COMP VALUE 5000.
      *
       77  WK-EOF-FILA                PIC X(01)      VALUE 'N'.
           88  FIM-FILA                               VALUE 'S'.
      *    DADOS DO PEDIDO GUARDADOS ANTES DO DESCRITOR SER
      *    REAPROVEITADO PARA A RESPOSTA.
       77  WK-MSGID-PEDIDO            PIC X(24)      VALUE SPACES.
       77  WK-FILA-RESPOSTA           PIC X(48)      VALUE SPACES.
       77  WK-GERENTE-RESPOSTA        PIC X(48)      VALUE SPACES.
      *    DEVOLUCAO PARA A DLQ: MOTIVO, FILA DE DESTINO ORIGINAL E
      *    TAMANHO DOS DADOS DEVOLVIDOS.
       77  WK-DLQ-MOTIVO              PIC S9(9)       COMP.
       77  WK-DLQ-DESTINO             PIC X(48)      VALUE SPACES.
       77  WK-DLQ-TAM                 PIC S9(9)       COMP.
      *
      *    MENSAGEM RECEBIDA - O BUFFER E MAIOR QUE O LEIAUTE PARA
      *    UMA MENSAGEM COMPRIDA DEMAIS SER LIDA (TRUNCADA) E
      *    DEVOLVIDA, EM VEZ DE FICAR TRAVANDO A FILA.
       01  WK-BUFFER                  PIC X(1000)    VALUE SPACES.
       01  MSG-ADMISSAO REDEFINES WK-BUFFER.
           05  MA-VERSAO              PIC X(04).
           05  MA-DADOS.
               10  MA-CODFUN          PIC X(07).
               10  MA-NOMEFUN         PIC X(30).
               10  MA-SALARIOFUN      PIC 9(06)V99.
               10  MA-DEPTOFUN        PIC X(03).
               10  MA-ADMISSFUN       PIC X(11).
               10  MA-IDADEFUN        PIC 99.
               10  MA-CARGOFUN        PIC X(04).
               10  MA-GESTOR          PIC X(07).
               10  MA-TIPOCONTR       PIC X(01).
               10  MA-FIMCONTR        PIC X(11).
           05  MA-COMPL.
               10  MA-EMAILFUN        PIC X(30).
               10  MA-BANCOFUN        PIC X(03).
               10  MA-AGENCIA         PIC X(04).
               10  MA-CONTA           PIC X(08).
               10  MA-DIGITO          PIC X(01).
               10  MA-CPF             PIC X(11).
               10  MA-EMPRESA         PIC X(03).
               10  MA-PCD             PIC X(01).
               10  MA-APRENDIZ        PIC X(01).
               10  MA-SINDICATO       PIC X(03).
               10  MA-NUMREQ          PIC X(06).
               10  MA-SEXO            PIC X(01).
           05  MA-ENDERECO            PIC X(66).
           05  FILLER                 PIC X(774).
      *
       01  MSG-RESPOSTA.
           05  MR-VERSAO              PIC X(04)      VALUE 'ADR2'.
           05  MR-RESULTADO           PIC X(01).
           05  MR-CODFUN              PIC X(07).
           05  MR-NUMREQ              PIC X(06).
           05  MR-CPF                 PIC X(11).
           05  MR-MENSAGEM            PIC X(160).
      *
       01  MSG-DEVOLVIDA.
           05  MD-CABECALHO.
               COPY CMQDLHV.
           05  MD-DADOS               PIC X(1000).
      *
      *    IMAGENS DA INCLUSAO NO FORMATO QUE O PROGMAIN MONTA DO
      *    SYSIN - AS MESMAS QUE A CICSFUNC GUARDA NA FILATRANS.
       01  WK-ACCEPT.
           05  WK-FUNCAO-ACCEPT       PIC X          VALUE 'I'.
           05  WK-DADOS-ACCEPT        PIC X(84).
       01  WK-COMPL-ACCEPT            PIC X(72).
       01  WK-ENDERECO-ACCEPT         PIC X(66).
      *
       77  WK-STATUS-RETORNO         PIC X           VALUE 'N'.
           88  TRANSACAO-OK                          VALUE 'S'.
           88  TRANSACAO-FALHOU                      VALUE 'N'.
       77  WK-MODO-EXECUCAO           PIC X           VALUE 'P'.
       77  WK-MENSAGEM-RETORNO        PIC X(160)      VALUE SPACES.
      *
      *    JANELA DO LOTE / FILA DE MANUTENCOES REPRESADAS.
       77  WK-EMLOTE                  PIC X(01)      VALUE 'N'.
           88  LOTE-EM-PROCESSAMENTO                 VALUE 'S'.
       77  WK-DB2-FORA                PIC X(01)      VALUE 'N'.
           88  DB2-FORA-DO-AR                        VALUE 'S'.
       77  WK-FILA-SEQ                PIC 9(09)      VALUE ZEROS.
       77  WK-FILA-DADOS1             PIC X(100)      VALUE SPACES.
       77  WK-FILA-DADOS2             PIC X(100)      VALUE SPACES.
       77  WK-FILA-DADOS3             PIC X(100)      VALUE SPACES.
      *
       77  WK-NUMREQ                  PIC 9(06)      VALUE ZEROS.
       77  WK-CODFUN-GERADO           PIC X(07)      VALUE SPACES.
      *
       PROCEDURE                     DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           EXEC CICS HANDLE CONDITION
                ERROR     (999-ERRO-CICS)
           END-EXEC.

           PERFORM 101-ABRE-FILA.
           IF  WK-COMPCODE NOT = MQCC-FAILED
              PERFORM 210-LE-MENSAGEM
              PERFORM 201-PROCESSA-MENSAGEM UNTIL FIM-FILA
              CALL 'MQCLOSE' USING WK-HCONN, WK-HOBJ-ENTRADA,
                                   MQCO-NONE, WK-COMPCODE, WK-REASON
           END-IF.

           EXEC CICS RETURN
           END-EXEC.
           GOBACK.
      *******************************************************
       100-ABERTURA SECTION.
       101-ABRE-FILA.
      *    A FILA QUE DISPAROU O GATILHO VEM NA MENSAGEM DE GATILHO
      *    (MQTMC2) ENTREGUE PELO MONITOR; INICIADA NA MAO, A
      *    TRANSACAO USA A FILA PADRAO.
           MOVE LENGTH OF MQ-MENSAGEM-GATILHO TO WK-TAM-GATILHO.
           EXEC CICS RETRIEVE
                INTO (MQ-MENSAGEM-GATILHO)
                LENGTH (WK-TAM-GATILHO)
                RESP (WK-ADMQ-RESP)
           END-EXEC.
           IF  WK-ADMQ-RESP = DFHRESP(NORMAL)
              AND MQTMC-QNAME NOT = SPACES
              MOVE MQTMC-QNAME TO WK-FILA-ENTRADA
           END-IF.

           MOVE MQHC-DEF-HCONN  TO WK-HCONN.
           MOVE WK-FILA-ENTRADA TO MQOD-OBJECTNAME.
           MOVE SPACES          TO MQOD-OBJECTQMGRNAME.
           COMPUTE WK-OPCOES = MQOO-INPUT-SHARED
                             + MQOO-FAIL-IF-QUIESCING.
           CALL 'MQOPEN' USING WK-HCONN, MQ-DESCR-OBJETO, WK-OPCOES,
                               WK-HOBJ-ENTRADA, WK-COMPCODE,
                               WK-REASON.
      *******************************************************
       200-PROCESSA SECTION.
       201-PROCESSA-MENSAGEM.
           MOVE WK-FILA-ENTRADA TO WK-DLQ-DESTINO.
           MOVE WK-BUFFER       TO MD-DADOS.
           MOVE WK-TAM-DADOS    TO WK-DLQ-TAM.
           IF  WK-DLQ-TAM > LENGTH OF WK-BUFFER
              MOVE LENGTH OF WK-BUFFER TO WK-DLQ-TAM
           END-IF.

           EVALUATE TRUE
              WHEN MQMD-BACKOUTCOUNT NOT < WK-LIMITE-DESFEITAS
                 COMPUTE WK-DLQ-MOTIVO = MQFB-APPL-FIRST + 3
                 PERFORM 280-DEVOLVE-DLQ
              WHEN WK-TAM-DADOS < 160
                OR WK-TAM-DADOS > 226
                OR MA-VERSAO NOT = 'ADM2'
                 COMPUTE WK-DLQ-MOTIVO = MQFB-APPL-FIRST + 1
                 PERFORM 280-DEVOLVE-DLQ
              WHEN MA-SALARIOFUN NOT NUMERIC
                OR MA-IDADEFUN   NOT NUMERIC
                 COMPUTE WK-DLQ-MOTIVO = MQFB-APPL-FIRST + 2
                 PERFORM 280-DEVOLVE-DLQ
              WHEN OTHER
                 PERFORM 220-ADMITE
           END-EVALUATE.

           IF  NOT FIM-FILA
              EXEC CICS SYNCPOINT
              END-EXEC
              PERFORM 210-LE-MENSAGEM
           END-IF.
      *******************************************************
       210-LE-MENSAGEM.
      *    LEITURA SOB SYNCPOINT: A MENSAGEM SO SAI DA FILA QUANDO
      *    A ADMISSAO E A RESPOSTA (OU A DEVOLUCAO) SAO CONFIRMADAS.
      *    FILA VAZIA POR ALGUNS SEGUNDOS ENCERRA A TRANSACAO ATE O
      *    PROXIMO GATILHO.
           MOVE MQMI-NONE TO MQMD-MSGID.
           MOVE MQCI-NONE TO MQMD-CORRELID.
           COMPUTE MQGMO-OPTIONS = MQGMO-SYNCPOINT
                                 + MQGMO-WAIT
                                 + MQGMO-ACCEPT-TRUNCATED-MSG
                                 + MQGMO-CONVERT
                                 + MQGMO-FAIL-IF-QUIESCING.
           MOVE WK-ESPERA-MS TO MQGMO-WAITINTERVAL.
           MOVE LENGTH OF WK-BUFFER TO WK-TAM-BUFFER.
           MOVE SPACES TO WK-BUFFER.
           CALL 'MQGET' USING WK-HCONN, WK-HOBJ-ENTRADA,
                              MQ-DESCR-MENSAGEM, MQ-OPCOES-GET,
                              WK-TAM-BUFFER, WK-BUFFER,
                              WK-TAM-DADOS, WK-COMPCODE, WK-REASON.
           IF  WK-COMPCODE = MQCC-FAILED
              SET FIM-FILA TO TRUE
           ELSE
              MOVE MQMD-MSGID       TO WK-MSGID-PEDIDO
              MOVE MQMD-REPLYTOQ    TO WK-FILA-RESPOSTA
              MOVE MQMD-REPLYTOQMGR TO WK-GERENTE-RESPOSTA
              IF  WK-FILA-RESPOSTA = SPACES
                 MOVE WK-FILA-RESPOSTA-PADRAO TO WK-FILA-RESPOSTA
                 MOVE SPACES TO WK-GERENTE-RESPOSTA
              END-IF
           END-IF.
      *******************************************************
       220-ADMITE.
           MOVE 'I'          TO WK-FUNCAO-ACCEPT.
           MOVE MA-DADOS     TO WK-DADOS-ACCEPT.
           MOVE MA-COMPL     TO WK-COMPL-ACCEPT.
           MOVE MA-ENDERECO  TO WK-ENDERECO-ACCEPT.
           MOVE SPACES       TO MSG-RESPOSTA.
           MOVE 'ADR2'       TO MR-VERSAO.
           MOVE MA-CODFUN    TO MR-CODFUN.
           MOVE MA-NUMREQ    TO MR-NUMREQ.
           MOVE MA-CPF       TO MR-CPF.

      *    A ADMISSAO NAO CONCORRE COM O LOTE: COM A JANELA ABERTA
      *    ELA E ENFILEIRADA PARA O FIM DO LOTE, COMO NA CICSFUNC.
           PERFORM 230-VERIFICA-JANELA-LOTE.
           IF  DB2-FORA-DO-AR
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              SET FIM-FILA TO TRUE
              GO TO 229-SAIDA-ADMITE
           END-IF.
           IF  LOTE-EM-PROCESSAMENTO
              PERFORM 240-ENFILEIRA-ADMISSAO
              GO TO 229-SAIDA-ADMITE
           END-IF.

           SET TRANSACAO-FALHOU TO TRUE.
           CALL "INCLUIR" USING WK-ACCEPT,
                                WK-COMPL-ACCEPT,
                                WK-ENDERECO-ACCEPT,
                                WK-STATUS-RETORNO,
                                WK-MODO-EXECUCAO,
                                WK-MENSAGEM-RETORNO.
           MOVE WK-MENSAGEM-RETORNO TO MR-MENSAGEM.
           IF  TRANSACAO-OK
              MOVE 'I' TO MR-RESULTADO
              PERFORM 250-OBTEM-CODFUN
           ELSE
              MOVE 'R' TO MR-RESULTADO
              IF  MR-MENSAGEM = SPACES
                 MOVE 'ADMISSAO RECUSADA - CONFIRA OS DADOS'
                                          TO MR-MENSAGEM
              END-IF
           END-IF.
           PERFORM 270-RESPONDE.
       229-SAIDA-ADMITE.
           EXIT.
      *******************************************************
       230-VERIFICA-JANELA-LOTE.
           MOVE 'N' TO WK-EMLOTE.
           EXEC SQL
               SELECT EMLOTE
                 INTO :WK-EMLOTE
                 FROM EAD719.JANELACTL
                WHERE PROCESSO = 'PROGMAIN'
           END-EXEC.
           MOVE 'N' TO WK-DB2-FORA.
           IF  SQLCODE = -904 OR SQLCODE = -922
              SET DB2-FORA-DO-AR TO TRUE
           END-IF.
           IF  SQLCODE NOT = 0
              MOVE 'N' TO WK-EMLOTE
           END-IF.
      *******************************************************
       240-ENFILEIRA-ADMISSAO.
      *    MESMAS IMAGENS E MESMA FILA DA CICSFUNC - A APLICACAO
      *    POS-LOTE DO PROGMAIN NAO DISTINGUE A ORIGEM.
           MOVE SPACES          TO WK-FILA-DADOS1
                                   WK-FILA-DADOS2
                                   WK-FILA-DADOS3.
           MOVE WK-ACCEPT          TO WK-FILA-DADOS1(1:85).
           MOVE WK-COMPL-ACCEPT    TO WK-FILA-DADOS2(1:72).
           MOVE WK-ENDERECO-ACCEPT TO WK-FILA-DADOS3(1:66).
           EXEC SQL
               SELECT COALESCE(MAX(SEQ), 0) + 1
                 INTO :WK-FILA-SEQ
                 FROM EAD719.FILATRANS
           END-EXEC.
           EXEC SQL
               INSERT INTO EAD719.FILATRANS
                  (SEQ, FUNCAO, DADOS1, DADOS2, DADOS3, APLICADA,
                   DATAHORA)
                  VALUES (:WK-FILA-SEQ, 'I',
                          :WK-FILA-DADOS1, :WK-FILA-DADOS2,
                          :WK-FILA-DADOS3, 'N', CURRENT TIMESTAMP)
           END-EXEC.
           IF  SQLCODE = 0
              MOVE 'E' TO MR-RESULTADO
              MOVE 'LOTE EM PROCESSAMENTO - ADMISSAO ENFILEIRADA'
                                       TO MR-MENSAGEM
              PERFORM 270-RESPONDE
           ELSE
      *       SEM A FILA DO LOTE A MENSAGEM VOLTA PARA A FILA DO MQ
      *       E ESPERA O PROXIMO GATILHO.
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              SET FIM-FILA TO TRUE
           END-IF.
      *******************************************************
       250-OBTEM-CODFUN.
      *    CODFUN EM BRANCO NA MENSAGEM E GERADO PELO INCLUIR; A
      *    REQUISICAO DE VAGA PREENCHIDA PELA INCLUSAO GUARDA O
      *    CODIGO GERADO.
           IF  MA-CODFUN = SPACES
              AND MA-NUMREQ IS NUMERIC
              MOVE MA-NUMREQ TO WK-NUMREQ
              MOVE SPACES    TO WK-CODFUN-GERADO
              EXEC SQL
                  SELECT CODFUN
                    INTO :WK-CODFUN-GERADO
                    FROM EAD719.REQVAGA
                   WHERE NUMREQ   = :WK-NUMREQ
                     AND SITUACAO = 'P'
              END-EXEC
              IF  SQLCODE = 0
                 MOVE WK-CODFUN-GERADO TO MR-CODFUN
              END-IF
           END-IF.
      *******************************************************
       270-RESPONDE.
      *    RESPOSTA NA MESMA UNIDADE DE TRABALHO DA LEITURA.
      *    REPLYTOQ INEXISTENTE OU CHEIA NAO DESFAZ A ADMISSAO JA
      *    GRAVADA: A RESPOSTA VAI PARA A DLQ COM O MOTIVO DO MQ.
           MOVE MQMT-REPLY      TO MQMD-MSGTYPE.
           MOVE MQRO-NONE       TO MQMD-REPORT.
           MOVE MQFMT-STRING    TO MQMD-FORMAT.
           MOVE WK-MSGID-PEDIDO TO MQMD-CORRELID.
           MOVE MQMI-NONE       TO MQMD-MSGID.
           MOVE SPACES          TO MQMD-REPLYTOQ
                                   MQMD-REPLYTOQMGR.
           MOVE WK-FILA-RESPOSTA    TO MQOD-OBJECTNAME.
           MOVE WK-GERENTE-RESPOSTA TO MQOD-OBJECTQMGRNAME.
           COMPUTE MQPMO-OPTIONS = MQPMO-SYNCPOINT
                                 + MQPMO-FAIL-IF-QUIESCING.
           MOVE LENGTH OF MSG-RESPOSTA TO WK-TAM-MSG.
           CALL 'MQPUT1' USING WK-HCONN, MQ-DESCR-OBJETO,
                               MQ-DESCR-MENSAGEM, MQ-OPCOES-PUT,
                               WK-TAM-MSG, MSG-RESPOSTA,
                               WK-COMPCODE, WK-REASON.
           IF  WK-COMPCODE = MQCC-FAILED
              MOVE WK-REASON        TO WK-DLQ-MOTIVO
              MOVE WK-FILA-RESPOSTA TO WK-DLQ-DESTINO
              MOVE MSG-RESPOSTA     TO MD-DADOS
              MOVE LENGTH OF MSG-RESPOSTA TO WK-DLQ-TAM
              PERFORM 280-DEVOLVE-DLQ
           END-IF.
      *******************************************************
       280-DEVOLVE-DLQ.
      *    CABECALHO MQDLH PADRAO NA FRENTE DOS DADOS, PARA O
      *    TRATADOR DE DLQ PODER REENVIAR A MENSAGEM CORRIGIDA.
           MOVE WK-DLQ-MOTIVO       TO MQDLH-REASON.
           MOVE WK-DLQ-DESTINO      TO MQDLH-DESTQNAME.
           MOVE SPACES              TO MQDLH-DESTQMGRNAME.
           MOVE MQMD-FORMAT         TO MQDLH-FORMAT.
           MOVE MQMD-ENCODING       TO MQDLH-ENCODING.
           MOVE MQMD-CODEDCHARSETID TO MQDLH-CODEDCHARSETID.
           MOVE MQAT-CICS           TO MQDLH-PUTAPPLTYPE.
           MOVE 'CICSADMQ'          TO MQDLH-PUTAPPLNAME.
           MOVE MQFMT-DEAD-LETTER-HEADER TO MQMD-FORMAT.
           MOVE WK-FILA-DLQ         TO MQOD-OBJECTNAME.
           MOVE SPACES              TO MQOD-OBJECTQMGRNAME.
           COMPUTE MQPMO-OPTIONS = MQPMO-SYNCPOINT
                                 + MQPMO-FAIL-IF-QUIESCING.
           COMPUTE WK-TAM-MSG = LENGTH OF MD-CABECALHO + WK-DLQ-TAM.
           CALL 'MQPUT1' USING WK-HCONN, MQ-DESCR-OBJETO,
                               MQ-DESCR-MENSAGEM, MQ-OPCOES-PUT,
                               WK-TAM-MSG, MSG-DEVOLVIDA,
                               WK-COMPCODE, WK-REASON.
      *    SEM A DLQ NADA E CONFIRMADO: A MENSAGEM VOLTA PARA A
      *    FILA DE ENTRADA E A TRANSACAO PARA ATE O PROXIMO GATILHO.
           IF  WK-COMPCODE = MQCC-FAILED
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              SET FIM-FILA TO TRUE
           END-IF.
      *******************************************************
       999-ERRO-CICS SECTION.
       999-TRATA-ERRO.
      *    CONDICAO CICS NAO PREVISTA: DESFAZ A MENSAGEM CORRENTE
      *    (ELA VOLTA PARA A FILA COM O BACKOUTCOUNT SOMADO) E
      *    ENCERRA A TRANSACAO.
           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.
