        IDENTIFICATION DIVISION.
        PROGRAM-ID.    ESOCRET.
        AUTHOR.        THIAGO.
      **************************************************
      * CARGA DO RETORNO DO ESOCIAL: CADA DETALHE      *
      * DEVOLVIDO PELO GOVERNO TRAZ O IDENTIFICADOR DO *
      * EVENTO GERADO PELO ESOCEVT E A SITUACAO - 'A'  *
      * (ACEITO, COM O NUMERO DO RECIBO) OU 'R'        *
      * (REJEITADO, COM O MOTIVO). O PROGRAMA GRAVA O  *
      * RECIBO OU A REJEICAO NO EVENTO EM              *
      * EAD719.ESOCIALEVT E RELATA AS REJEICOES E OS   *
      * IDENTIFICADORES QUE NAO EXISTEM NA TABELA.     *
      * EVENTO REJEITADO CONTINUA PENDENTE (ESOCPEND)  *
      * ATE SER CORRIGIDO E REENVIADO.                 *
      *                                                *
      * LEIAUTE DO RETORNO (ESOCRET):                  *
      *   TIPO 0: '0' + DATA AAAAMMDD                  *
      *   TIPO 1: '1' + IDEVENTO X(21) + SITUACAO X(01)*
      *           + RECIBO X(23) + MOTIVO X(60)        *
      *   TIPO 9: '9' + QTDE 9(07)                     *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RETORNO       ASSIGN TO ESOCRET
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-EXCECAO       ASSIGN TO ESOCEXC
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RETORNO.
       01  REG-RETORNO              PIC X(106).
       01  REG-RET-HEADER REDEFINES REG-RETORNO.
           05  RH-TIPO              PIC X(01).
           05  RH-DATA-RETORNO      PIC 9(08).
           05  FILLER               PIC X(97).
       01  REG-RET-DETALHE REDEFINES REG-RETORNO.
           05  RD-TIPO              PIC X(01).
           05  RD-IDEVENTO          PIC X(21).
           05  RD-SITUACAO          PIC X(01).
           05  RD-RECIBO            PIC X(23).
           05  RD-MOTIVO            PIC X(60).
       01  REG-RET-TRAILER REDEFINES REG-RETORNO.
           05  RT-TIPO              PIC X(01).
           05  RT-QTDE-DETALHES     PIC 9(07).
           05  FILLER               PIC X(98).
      *
       FD  ARQ-EXCECAO.
       01  REG-EXCECAO.
           05  EX-IDEVENTO          PIC X(21).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  EX-SITUACAO          PIC X(01).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  EX-DESCRICAO         PIC X(60).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      * Variaveis de controle SQL
       COPY SQLVARS.
       COPY CPYSQLMSG.
      *
       77  WK-EOF-RETORNO            PIC X           VALUE 'N'.
           88  FIM-RETORNO                           VALUE 'S'.
      *
       77  WK-QTDE-DETALHES          PIC 9(07)       VALUE ZEROS.
       77  WK-QTDE-ACEITA            PIC 9(06)       VALUE ZEROS.
       77  WK-QTDE-REJEITADA         PIC 9(06)       VALUE ZEROS.
       77  WK-QTDE-SEM-CASAMENTO     PIC 9(05)       VALUE ZEROS.
       77  WK-TEM-TRAILER            PIC X           VALUE 'N'.
           88  TEM-TRAILER                           VALUE 'S'.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
          PERFORM 101-INICIAR.
          PERFORM 201-PROCESSAR UNTIL FIM-RETORNO.
          PERFORM 901-FINALIZAR.
          STOP RUN.
      *
       100-INICIAR SECTION.
       101-INICIAR.
          OPEN INPUT  ARQ-RETORNO.
          OPEN OUTPUT ARQ-EXCECAO.
          PERFORM 110-LER-RETORNO.
      *
       110-LER-RETORNO.
          READ ARQ-RETORNO
             AT END
                SET FIM-RETORNO TO TRUE
          END-READ.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          EVALUATE REG-RETORNO(1:1)
             WHEN '0'
                DISPLAY 'RETORNO DO ESOCIAL DE ' RH-DATA-RETORNO
             WHEN '1'
                ADD 1 TO WK-QTDE-DETALHES
                PERFORM 210-GRAVA-RETORNO
             WHEN '9'
                SET TEM-TRAILER TO TRUE
                IF   RT-QTDE-DETALHES NOT = WK-QTDE-DETALHES
                   DISPLAY 'TRAILER DO RETORNO INFORMA '
                           RT-QTDE-DETALHES ' DETALHES, LIDOS '
                           WK-QTDE-DETALHES
                   MOVE 8 TO RETURN-CODE
                END-IF
             WHEN OTHER
                DISPLAY 'REGISTRO DE TIPO ' REG-RETORNO(1:1)
                        ' DESCONHECIDO NO RETORNO - IGNORADO'
          END-EVALUATE.
          PERFORM 110-LER-RETORNO.
      *
       210-GRAVA-RETORNO.
          IF   RD-SITUACAO NOT = 'A' AND RD-SITUACAO NOT = 'R'
             MOVE 'SITUACAO DESCONHECIDA NO RETORNO'
                                     TO EX-DESCRICAO
             PERFORM 230-GRAVA-EXCECAO
             ADD 1 TO WK-QTDE-SEM-CASAMENTO
          ELSE
             PERFORM 220-ATUALIZA-EVENTO
          END-IF.
      *
       220-ATUALIZA-EVENTO.
      *    REJEICAO ATRASADA NAO DESFAZ UM EVENTO JA ACEITO.
          IF   RD-SITUACAO = 'A'
             EXEC SQL
                UPDATE EAD719.ESOCIALEVT
                   SET SITUACAO  = 'A',
                       RECIBO    = :RD-RECIBO,
                       MOTIVOREJ = ' ',
                       DATARET   = CURRENT DATE
                 WHERE IDEVENTO = :RD-IDEVENTO
             END-EXEC
          ELSE
             EXEC SQL
                UPDATE EAD719.ESOCIALEVT
                   SET SITUACAO  = 'R',
                       MOTIVOREJ = :RD-MOTIVO,
                       DATARET   = CURRENT DATE
                 WHERE IDEVENTO = :RD-IDEVENTO
                   AND SITUACAO <> 'A'
             END-EXEC
          END-IF.

          EVALUATE TRUE
             WHEN SQLCODE = 0
                EXEC SQL COMMIT END-EXEC
                IF   RD-SITUACAO = 'A'
                   ADD 1 TO WK-QTDE-ACEITA
                ELSE
                   ADD 1 TO WK-QTDE-REJEITADA
                   MOVE RD-MOTIVO TO EX-DESCRICAO
                   PERFORM 230-GRAVA-EXCECAO
                END-IF
             WHEN SQLCODE = 100
                MOVE 'EVENTO DEVOLVIDO NAO EXISTE (OU JA ACEITO)'
                                        TO EX-DESCRICAO
                PERFORM 230-GRAVA-EXCECAO
                ADD 1 TO WK-QTDE-SEM-CASAMENTO
             WHEN OTHER
                MOVE SQLCODE TO WK-SQLCODE-EDIT
                CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
                DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                        ' NO RETORNO DO EVENTO ' RD-IDEVENTO
                EXEC SQL ROLLBACK END-EXEC
                MOVE 12 TO RETURN-CODE
                STOP RUN
          END-EVALUATE.
      *
       230-GRAVA-EXCECAO.
          MOVE RD-IDEVENTO TO EX-IDEVENTO.
          MOVE RD-SITUACAO TO EX-SITUACAO.
          WRITE REG-EXCECAO.
          MOVE SPACES TO REG-EXCECAO.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-RETORNO.
          CLOSE ARQ-EXCECAO.
          IF   NOT TEM-TRAILER
             DISPLAY 'RETORNO SEM TRAILER - ARQUIVO INCOMPLETO?'
             MOVE 8 TO RETURN-CODE
          END-IF.
          IF   WK-QTDE-SEM-CASAMENTO > ZEROS
               AND RETURN-CODE = ZEROS
             MOVE 4 TO RETURN-CODE
          END-IF.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DO RETORNO DO ESOCIAL'.
          DISPLAY '  DETALHES LIDOS ........ ' WK-QTDE-DETALHES.
          DISPLAY '  ACEITOS (COM RECIBO) .. ' WK-QTDE-ACEITA.
          DISPLAY '  REJEITADOS ............ ' WK-QTDE-REJEITADA.
          DISPLAY '  SEM CASAMENTO ......... ' WK-QTDE-SEM-CASAMENTO.
          DISPLAY '================================================'.
          EXIT.
