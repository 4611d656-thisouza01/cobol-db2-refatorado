      * UM EXTRATO DE RESCISAO POR FUNCIONARIO PARA O  *
      * SISTEMA DE VERBAS RESCISORIAS E UM RESUMO POR  *
      * DEPARTAMENTO NO FIM.                           *
      * FUNCIONARIO EM ESTABILIDADE ATIVA (VALESTAB,   *
      * CADASTRO MANESTAB) NAO E DESLIGADO NEM GANHA   *
      * EXTRATO: VAI PARA O ARQUIVO DE RESCISOES       *
      * RETIDAS PARA REVISAO (RESCRETI), MESMO LEIAUTE *
      * DO TERMINA, E O PASSO TERMINA COM RC 4 - O     *
      * FECHAMENTO DO ESTABELECIMENTO PODE OU NAO      *
      * ENCERRAR A ESTABILIDADE, QUEM DECIDE E O RH.   *
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR FECHAMENTO): *
      *   DEPTOFUN   X(03)                             *
      *   ULTIMO DIA X(11)  DD/MM/AAAA                 *
      *   MOTIVO     X(30)  COMPLEMENTO LIVRE (BRANCO  *
      *                     = DESCRICAO DO CODIGO)     *
      *   COD.MOTIVO X(02)  MOTIVO DE DESLIGAMENTO     *
      *                     ATIVO (MANMOTDE) -         *
      *                     OBRIGATORIO; VAI AO        *
      *                     HISTORICO NA LINHA         *
      *                     'MOTDESLIG'. FECHAMENTO    *
      *                     SEM CODIGO VALIDO NAO      *
      *                     DESLIGA NINGUEM E O PASSO  *
      *                     TERMINA COM RC 8.          *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-RESCISAO      ASSIGN TO RESCISAO
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-RETIDA        ASSIGN TO RESCRETI
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           05  RS-DEPTOFUN          PIC X(03).
           05  RS-ULTIMO-DIA        PIC X(11).
           05  RS-MOTIVO            PIC X(30).
           05  RS-CODMOTIVO         PIC X(02).
      *
       FD  ARQ-RESCISAO.
       01  REG-RESCISAO.
           05  RR-CODFUN            PIC X(07).
           05  RR-NOMEFUN           PIC X(30).
           05  RR-DEPTOFUN          PIC X(03).
           05  RR-ADMISSFUN         PIC X(10).
           05  RR-ULTIMO-DIA        PIC X(10).
           05  RR-MOTIVO            PIC X(30).
           05  RR-SALARIOFUN        PIC 9(07)V99.
      *
      *    RESCISAO RETIDA POR ESTABILIDADE (LEIAUTE DO TERMINA).
       FD  ARQ-RETIDA.
       01  REG-RETIDA.
           05  RT-CODFUN            PIC X(07).
           05  RT-NOMEFUN           PIC X(30).
           05  RT-ULTIMO-DIA        PIC X(10).
           05  RT-MOTIVO            PIC X(30).
           05  RT-TIPO-ESTAB        PIC X(01).
           05  RT-FIM-ESTAB         PIC X(10).
           05  RT-PROGRAMA          PIC X(08).
           05  RT-CODMOTIVO         PIC X(02).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
       77  WK-QTDE-DESLIGADA         PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-FALHADA           PIC 9(05)       VALUE ZEROS.
      *
      *    ESTABILIDADE PROVISORIA (VALESTAB).
       77  WK-DATA-DESLIG            PIC X(10)       VALUE SPACES.
       77  WK-TIPO-ESTAB             PIC X(01)       VALUE SPACES.
       77  WK-FIM-ESTAB              PIC X(10)       VALUE SPACES.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-SEM-ESTABILIDADE==
                                   ==CAMPO-VALIDO== BY
                                       ==SEM-ESTABILIDADE==.
       77  WK-QTDE-RETIDA            PIC 9(05)       VALUE ZEROS.
       77  WK-TOTAL-RETIDA           PIC 9(05)       VALUE ZEROS.
      *
      *    MOTIVO CODIFICADO DO FECHAMENTO (VALMOTDE).
       COPY CPYMOTDE.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-MOTIVO-VALIDO==
                                   ==CAMPO-VALIDO== BY
                                       ==MOTIVO-VALIDO==.
       77  WK-MOTIVO-TEXTO           PIC X(30)       VALUE SPACES.
       77  WK-QTDE-FECH-RECUSADO     PIC 9(04)       VALUE ZEROS.
      *
      *    LIVRO DE RESTART (EAD719.RESTARTC): FECHAMENTO CORRENTE
      *    DO SYSIN E ULTIMO CODFUN DESLIGADO, GRAVADOS A CADA
      *    BLOCO - A RERODADA RETOMA DEPOIS DELE.
       77  WK-ITEM-SYSIN             PIC 9(04)       VALUE ZEROS.
       77  WK-REST-ITEM              PIC 9(04)       VALUE ZEROS.
       77  WK-REST-CODFUN            PIC X(07)       VALUE SPACES.
       77  WK-EM-RESTART             PIC X           VALUE 'N'.
           88  EM-RESTART                            VALUE 'S'.
       77  WK-FREQ-CHECKPOINT        PIC 9(03)       VALUE 50.
          PERFORM 105-LE-LIVRO-RESTART.
          OPEN INPUT  ARQ-SYSIN.
          OPEN OUTPUT ARQ-RESCISAO.
          OPEN OUTPUT ARQ-RETIDA.
          PERFORM 110-LER-TRANSACAO.
      *
       105-LE-LIVRO-RESTART.
      *
       205-PROCESSA-FECHAMENTO.
          MOVE RS-DEPTOFUN TO WK-DEPTOFUN-FECHA.
          MOVE ZEROS TO WK-QTDE-DESLIGADA WK-QTDE-FALHADA
                        WK-QTDE-RETIDA.
          MOVE RS-CODMOTIVO TO MD-CODMOTIVO.
          CALL "VALMOTDE" USING MD-MOTIVO, WK-MOTIVO-VALIDO.
          IF   MOTIVO-VALIDO
             IF   RS-MOTIVO = SPACES
                MOVE MD-DESCRICAO TO WK-MOTIVO-TEXTO
             ELSE
                MOVE RS-MOTIVO    TO WK-MOTIVO-TEXTO
             END-IF
             DISPLAY 'FECHANDO O DEPARTAMENTO ' WK-DEPTOFUN-FECHA
                     ' EM ' RS-ULTIMO-DIA ' (' MD-CODMOTIVO ' '
                     WK-MOTIVO-TEXTO ')'
             PERFORM 210-DESLIGA-DEPARTAMENTO
             PERFORM 290-RESUMO-DEPARTAMENTO
          ELSE
             ADD 1 TO WK-QTDE-FECH-RECUSADO
             DISPLAY 'FECHAMENTO DO DEPARTAMENTO ' WK-DEPTOFUN-FECHA
                     ' COM MOTIVO ' RS-CODMOTIVO ' INVALIDO - '
                     'NINGUEM DESLIGADO'
          END-IF.
          PERFORM 110-LER-TRANSACAO.
      *
       210-DESLIGA-DEPARTAMENTO.
                     AND DB2-CODFUN NOT > WK-REST-CODFUN
                   CONTINUE
                ELSE
                   PERFORM 215-CONFERE-ESTABILIDADE
                END-IF
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-DEPTO-ATIVOS
          END-EXEC.
      *
       215-CONFERE-ESTABILIDADE.
          MOVE RS-ULTIMO-DIA(1:10) TO WK-DATA-DESLIG.
          CALL "VALESTAB" USING DB2-CODFUN,
                                WK-DATA-DESLIG,
                                WK-TIPO-ESTAB,
                                WK-FIM-ESTAB,
                                WK-SEM-ESTABILIDADE.
          IF   SEM-ESTABILIDADE
             PERFORM 220-DESLIGA-FUNCIONARIO
          ELSE
             MOVE SPACES            TO REG-RETIDA
             MOVE DB2-CODFUN        TO RT-CODFUN
             MOVE DB2-NOMEFUN-TEXT  TO RT-NOMEFUN
             MOVE RS-ULTIMO-DIA     TO RT-ULTIMO-DIA
             MOVE WK-MOTIVO-TEXTO   TO RT-MOTIVO
             MOVE WK-TIPO-ESTAB     TO RT-TIPO-ESTAB
             MOVE WK-FIM-ESTAB      TO RT-FIM-ESTAB
             MOVE 'DESLDEPT'        TO RT-PROGRAMA
             MOVE MD-CODMOTIVO      TO RT-CODMOTIVO
             WRITE REG-RETIDA
             ADD 1 TO WK-QTDE-RETIDA
             ADD 1 TO WK-TOTAL-RETIDA
             DISPLAY 'FUNCIONARIO ' DB2-CODFUN ' EM ESTABILIDADE '
                     WK-TIPO-ESTAB ' ATE ' WK-FIM-ESTAB
                     ' - RETIDO PARA REVISAO (RESCRETI)'
          END-IF.
      *
       220-DESLIGA-FUNCIONARIO.
      *    EXTRATO DE RESCISAO PRIMEIRO, DESLIGAMENTO DEPOIS - SE O
          MOVE WK-DEPTOFUN-FECHA TO RR-DEPTOFUN.
          MOVE DB2-ADMISSFUN     TO RR-ADMISSFUN.
          MOVE RS-ULTIMO-DIA     TO RR-ULTIMO-DIA.
          MOVE WK-MOTIVO-TEXTO   TO RR-MOTIVO.
          MOVE DB2-SALARIOFUN    TO RR-SALARIOFUN.
          WRITE REG-RESCISAO.

                PERFORM 230-GRAVA-LIVRO-RESTART
             END-IF
      *       O MOTIVO DO FECHAMENTO FICA NO HISTORICO, COMO NO
      *       TERMINA E NO VENCECON, COM O CODIGO NA LINHA
      *       'MOTDESLIG' - INSUMO DO CAGEDMOV, RELTURNO E RELSAIDA.
             MOVE DB2-CODFUN          TO DB2-HIST-CODFUN
             MOVE 'DESLIGAMTO'        TO DB2-HIST-CAMPO
             MOVE RS-ULTIMO-DIA       TO DB2-HIST-ANTIGO
             MOVE WK-MOTIVO-TEXTO     TO DB2-HIST-NOVO
             PERFORM GRAVA-HISTORICO
             MOVE 'MOTDESLIG'         TO DB2-HIST-CAMPO
             MOVE RS-ULTIMO-DIA       TO DB2-HIST-ANTIGO
             MOVE MD-CODMOTIVO        TO DB2-HIST-NOVO
             PERFORM GRAVA-HISTORICO
             EXEC SQL COMMIT END-EXEC
          ELSE
       290-RESUMO-DEPARTAMENTO.
          DISPLAY 'DEPARTAMENTO ' WK-DEPTOFUN-FECHA ': '
                  WK-QTDE-DESLIGADA ' DESLIGADO(S), '
                  WK-QTDE-FALHADA ' FALHA(S), '
                  WK-QTDE-RETIDA ' RETIDO(S) POR ESTABILIDADE'.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          END-IF.
          CLOSE ARQ-SYSIN.
          CLOSE ARQ-RESCISAO.
          CLOSE ARQ-RETIDA.
          IF   WK-TOTAL-RETIDA > ZEROS
               AND RETURN-CODE = ZEROS
             MOVE 4 TO RETURN-CODE
          END-IF.
          IF   WK-QTDE-FECH-RECUSADO > ZEROS
             DISPLAY WK-QTDE-FECH-RECUSADO ' FECHAMENTO(S) RECUSADO(S)'
                     ' POR MOTIVO DE DESLIGAMENTO INVALIDO'
             IF   RETURN-CODE < 8
                MOVE 8 TO RETURN-CODE
             END-IF
          END-IF.
          EXIT.
