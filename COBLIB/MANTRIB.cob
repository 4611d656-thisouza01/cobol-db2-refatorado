        IDENTIFICATION DIVISION.
        PROGRAM-ID.    MANTRIB.
        AUTHOR.        THIAGO.
      **************************************************
      * CADASTRO DAS TABELAS PROGRESSIVAS DE INSS E    *
      * IRRF DO EMPREGADO (EAD719.TABTRIB), COM        *
      * VIGENCIA: CADA JANEIRO ENTRA A TABELA NOVA     *
      * PUBLICADA PELO GOVERNO, SEM APAGAR A ANTERIOR  *
      * - O CALCFOLH USA, PARA CADA PERIODO, A MAIOR   *
      * VIGENCIA ATE ELE. A DEDUCAO POR DEPENDENTE DE  *
      * IR E UMA LINHA PROPRIA (TABELA 'DEPE', FAIXA   *
      * 01, VALOR NA DEDUCAO). MANTIDO NO MOLDE DOS    *
      * DEMAIS CADASTROS (MANVT).                      *
      *                                                *
      * EAD719.TABTRIB:                                *
      *   TABELA    X(04)  INSS, IRRF OU DEPE          *
      *   VIGENCIA  DEC(6) AAAAMM                      *
      *   FAIXA     DEC(2)                             *
      *   LIMITE    DEC(9,2) TETO DA FAIXA             *
      *   ALIQUOTA  DEC(5,2) PERCENTUAL                *
      *   DEDUCAO   DEC(9,2) PARCELA A DEDUZIR (IRRF)  *
      *             OU VALOR POR DEPENDENTE (DEPE)     *
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR OPERACAO):   *
      *   OPERACAO  X(01)  I=INCLUI A=ALTERA E=EXCLUI  *
      *   TABELA    X(04)                              *
      *   VIGENCIA  X(06)  AAAAMM                      *
      *   FAIXA     X(02)                              *
      *   LIMITE    X(09)  9999999V99                  *
      *   ALIQUOTA  X(05)  999V99                      *
      *   DEDUCAO   X(09)  9999999V99                  *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SYSIN         ASSIGN TO SYSIN
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SYSIN.
       01  REG-SYSIN.
           05  RS-OPERACAO          PIC X(01).
           05  RS-TABELA            PIC X(04).
           05  RS-VIGENCIA          PIC X(06).
           05  RS-VIGENCIA-R REDEFINES RS-VIGENCIA.
               10  RS-VIG-ANO       PIC 9(04).
               10  RS-VIG-MES       PIC 9(02).
           05  RS-FAIXA             PIC X(02).
           05  RS-LIMITE            PIC X(09).
           05  RS-ALIQUOTA          PIC X(05).
           05  RS-DEDUCAO           PIC X(09).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      * Variaveis de controle SQL
       COPY SQLVARS.
       COPY CPYSQLMSG.
      *
       77  WK-EOF-SYSIN              PIC X           VALUE 'N'.
           88  FIM-SYSIN                             VALUE 'S'.
       77  WK-VIGENCIA               PIC 9(06)       VALUE ZEROS.
       77  WK-FAIXA                  PIC 9(02)       VALUE ZEROS.
       77  WK-LIMITE                 PIC 9(07)V99    VALUE ZEROS.
       77  WK-ALIQUOTA               PIC 9(03)V99    VALUE ZEROS.
       77  WK-DEDUCAO                PIC 9(07)V99    VALUE ZEROS.
       77  WK-CHAVE-VALIDA           PIC X(01)       VALUE 'N'.
           88  CHAVE-VALIDA                          VALUE 'S'.
       77  WK-QTDE-MANTIDA           PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-RECUSADA          PIC 9(05)       VALUE ZEROS.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
          PERFORM 101-INICIAR.
          PERFORM 201-PROCESSAR UNTIL FIM-SYSIN.
          PERFORM 901-FINALIZAR.
          STOP RUN.
      *
       100-INICIAR SECTION.
       101-INICIAR.
          OPEN INPUT ARQ-SYSIN.
          PERFORM 110-LER-TRANSACAO.
      *
       110-LER-TRANSACAO.
          READ ARQ-SYSIN
             AT END
                SET FIM-SYSIN TO TRUE
          END-READ.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          PERFORM 205-VALIDA-CHAVE.
          IF   NOT CHAVE-VALIDA
             ADD 1 TO WK-QTDE-RECUSADA
             DISPLAY 'TABELA ' RS-TABELA ' VIGENCIA ' RS-VIGENCIA
                     ' FAIXA ' RS-FAIXA ' INVALIDA - USE INSS, '
                     'IRRF OU DEPE, AAAAMM E FAIXA NUMERICA'
          ELSE
             EVALUATE RS-OPERACAO
                WHEN 'I'
                   PERFORM 210-INCLUI-FAIXA
                WHEN 'A'
                   PERFORM 220-ALTERA-FAIXA
                WHEN 'E'
                   PERFORM 230-EXCLUI-FAIXA
                WHEN OTHER
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'OPERACAO ' RS-OPERACAO ' INVALIDA - USE '
                           'I, A OU E'
             END-EVALUATE
          END-IF.
          PERFORM 110-LER-TRANSACAO.
      *
       205-VALIDA-CHAVE.
      *    A DEDUCAO POR DEPENDENTE E UMA LINHA SO POR VIGENCIA.
          MOVE 'N' TO WK-CHAVE-VALIDA.
          IF   (RS-TABELA = 'INSS' OR 'IRRF' OR 'DEPE')
           AND RS-VIGENCIA IS NUMERIC
           AND RS-FAIXA    IS NUMERIC
             IF   RS-VIG-MES >= 1 AND RS-VIG-MES <= 12
              AND RS-FAIXA NOT = '00'
              AND (RS-TABELA NOT = 'DEPE' OR RS-FAIXA = '01')
                SET CHAVE-VALIDA TO TRUE
                MOVE RS-VIGENCIA TO WK-VIGENCIA
                MOVE RS-FAIXA    TO WK-FAIXA
             END-IF
          END-IF.
      *
       206-VALIDA-VALORES.
          MOVE 'N' TO WK-CHAVE-VALIDA.
          IF   RS-LIMITE   IS NUMERIC
           AND RS-ALIQUOTA IS NUMERIC
           AND RS-DEDUCAO  IS NUMERIC
             MOVE RS-LIMITE   TO WK-LIMITE
             MOVE RS-ALIQUOTA TO WK-ALIQUOTA
             MOVE RS-DEDUCAO  TO WK-DEDUCAO
             IF   WK-ALIQUOTA <= 100
              AND (RS-TABELA = 'DEPE' OR WK-LIMITE > ZEROS)
                SET CHAVE-VALIDA TO TRUE
             END-IF
          END-IF.
      *
       210-INCLUI-FAIXA.
          PERFORM 206-VALIDA-VALORES.
          IF   NOT CHAVE-VALIDA
             ADD 1 TO WK-QTDE-RECUSADA
             DISPLAY 'LIMITE ' RS-LIMITE ', ALIQUOTA ' RS-ALIQUOTA
                     ' OU DEDUCAO ' RS-DEDUCAO ' INVALIDOS - '
                     'INCLUSAO RECUSADA'
          ELSE
             EXEC SQL
                INSERT INTO EAD719.TABTRIB
                   (TABELA, VIGENCIA, FAIXA, LIMITE, ALIQUOTA,
                    DEDUCAO)
                   VALUES (:RS-TABELA, :WK-VIGENCIA, :WK-FAIXA,
                           :WK-LIMITE, :WK-ALIQUOTA, :WK-DEDUCAO)
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-MANTIDA
                   DISPLAY 'TABELA ' RS-TABELA ' VIGENCIA '
                           RS-VIGENCIA ' FAIXA ' RS-FAIXA ' INCLUIDA'
                WHEN -803
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'TABELA ' RS-TABELA ' VIGENCIA '
                           RS-VIGENCIA ' FAIXA ' RS-FAIXA ' JA EXISTE'
                   EXEC SQL ROLLBACK END-EXEC
                WHEN OTHER
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'FAIXA NAO INCLUIDA - SQLCODE ' SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
             END-EVALUATE
          END-IF.
      *
       220-ALTERA-FAIXA.
          PERFORM 206-VALIDA-VALORES.
          IF   NOT CHAVE-VALIDA
             ADD 1 TO WK-QTDE-RECUSADA
             DISPLAY 'LIMITE ' RS-LIMITE ', ALIQUOTA ' RS-ALIQUOTA
                     ' OU DEDUCAO ' RS-DEDUCAO ' INVALIDOS - '
                     'ALTERACAO RECUSADA'
          ELSE
             EXEC SQL
                UPDATE EAD719.TABTRIB
                   SET LIMITE   = :WK-LIMITE,
                       ALIQUOTA = :WK-ALIQUOTA,
                       DEDUCAO  = :WK-DEDUCAO
                 WHERE TABELA   = :RS-TABELA
                   AND VIGENCIA = :WK-VIGENCIA
                   AND FAIXA    = :WK-FAIXA
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-MANTIDA
                   DISPLAY 'TABELA ' RS-TABELA ' VIGENCIA '
                           RS-VIGENCIA ' FAIXA ' RS-FAIXA ' ALTERADA'
                WHEN 100
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'TABELA ' RS-TABELA ' VIGENCIA '
                           RS-VIGENCIA ' FAIXA ' RS-FAIXA ' NAO EXISTE'
                WHEN OTHER
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'FAIXA NAO ALTERADA - SQLCODE ' SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
             END-EVALUATE
          END-IF.
      *
       230-EXCLUI-FAIXA.
          EXEC SQL
             DELETE FROM EAD719.TABTRIB
              WHERE TABELA   = :RS-TABELA
                AND VIGENCIA = :WK-VIGENCIA
                AND FAIXA    = :WK-FAIXA
          END-EXEC.
          EVALUATE SQLCODE
             WHEN 0
                EXEC SQL COMMIT END-EXEC
                ADD 1 TO WK-QTDE-MANTIDA
                DISPLAY 'TABELA ' RS-TABELA ' VIGENCIA '
                        RS-VIGENCIA ' FAIXA ' RS-FAIXA ' EXCLUIDA'
             WHEN 100
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'TABELA ' RS-TABELA ' VIGENCIA '
                        RS-VIGENCIA ' FAIXA ' RS-FAIXA ' NAO EXISTE'
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'FAIXA NAO EXCLUIDA - SQLCODE ' SQLCODE
                EXEC SQL ROLLBACK END-EXEC
          END-EVALUATE.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-SYSIN.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DO CADASTRO DE TABELAS INSS/IRRF'.
          DISPLAY '  FAIXAS MANTIDAS ....... ' WK-QTDE-MANTIDA.
          DISPLAY '  RECUSADAS ............. ' WK-QTDE-RECUSADA.
          DISPLAY '================================================'.
          EXIT.
