      * DISTINTO DE TERMINO DE CONTRATO REGISTRADO NO  *
      * HISTORICO - CONTRATO EXPIRADO DEIXA DE SEGUIR  *
      * RECEBENDO SALARIO ATE ALGUEM LEMBRAR.          *
      * CONTRATO VENCIDO DE QUEM ESTA EM ESTABILIDADE  *
      * ATIVA (VALESTAB - GESTANTE OU ACIDENTADO TEM   *
      * GARANTIA MESMO NO CONTRATO A PRAZO) NAO E      *
      * ENCERRADO: VAI PARA O ARQUIVO DE RESCISOES     *
      * RETIDAS PARA REVISAO (RESCRETI, LEIAUTE DO     *
      * TERMINA) A CADA RODADA ATE O RH RESOLVER, E O  *
      * PASSO TERMINA COM RETURN-CODE 4.               *
      * O DESLIGAMENTO LEVA O MOTIVO CODIFICADO DE     *
      * TERMINO DE CONTRATO (EAD719.MOTDESLIG,         *
      * MANMOTDE) NA LINHA 'MOTDESLIG' DO HISTORICO.   *
      * PARM='MOTIVO=CC' (SEM PARM, 03); MOTIVO        *
      * INVALIDO, DESATIVADO OU QUE NAO SEJA DE        *
      * TERMINO DE CONTRATO (TIPO T) PARA O PASSO COM  *
      * RETURN-CODE 12 ANTES DE DESLIGAR ALGUEM.       *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RETIDA        ASSIGN TO RESCRETI
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
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
       77  WK-TIPOCONTR              PIC X(01)       VALUE SPACES.
       77  WK-FIMCONTR               PIC X(11)       VALUE SPACES.
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
      *
      *    MOTIVO CODIFICADO DO TERMINO DE CONTRATO (VALMOTDE).
       COPY CPYMOTDE.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-MOTIVO-VALIDO==
                                   ==CAMPO-VALIDO== BY
                                       ==MOTIVO-VALIDO==.
       77  WK-COD-MOTIVO             PIC X(02)       VALUE '03'.
      *
      *    WITH HOLD: O EXCLUIR CONFIRMA POR FUNCIONARIO.
       EXEC SQL
           DECLARE CUR-PRAZO CURSOR WITH HOLD FOR
               SELECT CODFUN, NOMEFUN, TIPOCONTR, FIMCONTR
                 FROM EAD719.FUNCIONARIOS
                WHERE STATUSFUN = 'A'
                  AND TIPOCONTR IN ('D', 'T', 'G')
       77  WK-QTDE-VENCIDA           PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-FALHADA           PIC 9(05)       VALUE ZEROS.
      *
       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-TAM           PIC S9(4)       COMP.
           05  LK-PARM-TEXTO         PIC X(20).
      *
       PROCEDURE DIVISION USING LK-PARM.
      * Grava historico de alteracao
           COPY GRAVAHIST.
      *
       101-INICIAR.
          MOVE FUNCTION CURRENT-DATE TO WK-DATA-ATUAL.
          MOVE WK-DATA-AAAAMMDD      TO WK-HOJE-NUM.
          PERFORM 105-CONFERE-MOTIVO.
          OPEN OUTPUT ARQ-RETIDA.
          EXEC SQL
             OPEN CUR-PRAZO
          END-EXEC.
      *
       105-CONFERE-MOTIVO.
          IF  LK-PARM-TAM > 0
             IF  LK-PARM-TEXTO(1:7) = 'MOTIVO='
                MOVE LK-PARM-TEXTO(8:2) TO WK-COD-MOTIVO
             END-IF
          END-IF.
          MOVE WK-COD-MOTIVO TO MD-CODMOTIVO.
          CALL "VALMOTDE" USING MD-MOTIVO, WK-MOTIVO-VALIDO.
          IF   NOT MOTIVO-VALIDO OR MD-TIPORESC NOT = 'T'
             DISPLAY 'VENCECON: MOTIVO DE DESLIGAMENTO '
                     WK-COD-MOTIVO ' INVALIDO OU NAO E DE TERMINO '
                     'DE CONTRATO (TIPO T NO MANMOTDE) - NENHUM '
                     'CONTRATO ENCERRADO'
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          DISPLAY 'VENCECON: MOTIVO ' MD-CODMOTIVO ' - '
                  MD-DESCRICAO.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-PRAZO
                  INTO :DB2-CODFUN, :DB2-NOMEFUN, :WK-TIPOCONTR,
                       :WK-FIMCONTR
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 210-AVALIA-CONTRATO
                   + FUNCTION NUMVAL(WK-FIM-MES) * 100
                   + FUNCTION NUMVAL(WK-FIM-DIA)
             IF   WK-FIM-NUM < WK-HOJE-NUM
                PERFORM 215-CONFERE-ESTABILIDADE
             END-IF
          END-IF.
      *
       215-CONFERE-ESTABILIDADE.
          MOVE WK-FIMCONTR(1:10) TO WK-DATA-DESLIG.
          CALL "VALESTAB" USING DB2-CODFUN,
                                WK-DATA-DESLIG,
                                WK-TIPO-ESTAB,
                                WK-FIM-ESTAB,
                                WK-SEM-ESTABILIDADE.
          IF   SEM-ESTABILIDADE
             PERFORM 220-ENCERRA-CONTRATO
          ELSE
             MOVE SPACES            TO REG-RETIDA
             MOVE DB2-CODFUN        TO RT-CODFUN
             MOVE DB2-NOMEFUN-TEXT  TO RT-NOMEFUN
             MOVE WK-FIMCONTR       TO RT-ULTIMO-DIA
             MOVE MD-DESCRICAO      TO RT-MOTIVO
             MOVE WK-TIPO-ESTAB     TO RT-TIPO-ESTAB
             MOVE WK-FIM-ESTAB      TO RT-FIM-ESTAB
             MOVE 'VENCECON'        TO RT-PROGRAMA
             MOVE MD-CODMOTIVO      TO RT-CODMOTIVO
             WRITE REG-RETIDA
             ADD 1 TO WK-QTDE-RETIDA
             DISPLAY 'FUNCIONARIO ' DB2-CODFUN ' COM CONTRATO '
                     'VENCIDO EM ' WK-FIMCONTR ' ESTA EM '
                     'ESTABILIDADE ' WK-TIPO-ESTAB ' ATE '
                     WK-FIM-ESTAB ' - RETIDO PARA REVISAO'
          END-IF.
      *
       220-ENCERRA-CONTRATO.
          SET TRANSACAO-FALHOU TO TRUE.
             MOVE DB2-CODFUN          TO DB2-HIST-CODFUN
             MOVE 'DESLIGAMTO'        TO DB2-HIST-CAMPO
             MOVE WK-FIMCONTR         TO DB2-HIST-ANTIGO
             MOVE MD-DESCRICAO        TO DB2-HIST-NOVO
             PERFORM GRAVA-HISTORICO
             MOVE 'MOTDESLIG'         TO DB2-HIST-CAMPO
             MOVE WK-FIMCONTR         TO DB2-HIST-ANTIGO
             MOVE MD-CODMOTIVO        TO DB2-HIST-NOVO
             PERFORM GRAVA-HISTORICO
             EXEC SQL COMMIT END-EXEC
             ADD 1 TO WK-QTDE-VENCIDA
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-RETIDA.
          DISPLAY WK-QTDE-VENCIDA ' CONTRATO(S) VENCIDO(S) '
                  'ENCERRADO(S)'.
          IF   WK-QTDE-RETIDA > ZEROS
             DISPLAY WK-QTDE-RETIDA ' CONTRATO(S) VENCIDO(S) '
                     'RETIDO(S) POR ESTABILIDADE (RESCRETI)'
             IF   RETURN-CODE = ZEROS
                MOVE 4 TO RETURN-CODE
             END-IF
          END-IF.
          IF   WK-QTDE-FALHADA > ZEROS
             DISPLAY WK-QTDE-FALHADA ' FALHA(S) NO ENCERRAMENTO - '
                     'VER MENSAGENS ACIMA'
