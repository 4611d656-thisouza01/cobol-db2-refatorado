        IDENTIFICATION DIVISION.
        PROGRAM-ID.    CARGAPESQ.
        AUTHOR.        THIAGO.
      **************************************************
      * CARGA DA PESQUISA SALARIAL DE MERCADO COMPRADA *
      * PELO RH A CADA ANO: CADA LINHA ACEITA VIRA UM  *
      * PONTO DE MERCADO (P25/P50/P75) EM              *
      * EAD719.PESQSAL, POR ANO DA PESQUISA, CODIGO DE *
      * CARGO DA PESQUISA E REGIAO. A REGIAO E A UF    *
      * (A MESMA DO ENDERECO DO FUNCIONARIO, UFFUN) OU *
      * BR PARA O PONTO NACIONAL - O RELCOMPA COMPARA  *
      * A FAIXA DO CARGO COM O PONTO BR E O            *
      * FUNCIONARIO COM O PONTO DA SUA UF, CAINDO NO   *
      * BR QUANDO A UF NAO VEM NA PESQUISA.            *
      * O DE-PARA ENTRE O CODIGO DA PESQUISA E O NOSSO *
      * CARGOFUN E MANTIDO NO MANPESQ.                 *
      * RECARGA DO MESMO PONTO (ANO, CODIGO E REGIAO)  *
      * SUBSTITUI O ANTERIOR.                          *
      *                                                *
      * LEIAUTE DO ARQUIVO DA PESQUISA (PESQIN):       *
      *   ANO        9(04)                             *
      *   CODPESQ    X(10)  CARGO NA PESQUISA          *
      *   REGIAO     X(02)  UF OU BR                   *
      *   DESCPESQ   X(30)  CARGO/FAMILIA NA PESQUISA  *
      *   P25        9(07)V99                          *
      *   P50        9(07)V99  MEDIANA                 *
      *   P75        9(07)V99                          *
      *                                                *
      * EAD719.PESQSAL:                                *
      *   ANOPESQ    DEC(4,0)                          *
      *   CODPESQ    X(10)                             *
      *   REGIAO     X(02)                             *
      *   DESCPESQ   X(30)                             *
      *   P25        DEC(9,2)                          *
      *   P50        DEC(9,2)                          *
      *   P75        DEC(9,2)                          *
      *   DATACARGA  DATE                              *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PESQUISA      ASSIGN TO PESQIN
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-ERROS         ASSIGN TO PESQERR
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PESQUISA.
       01  REG-PESQUISA.
           05  RP-ANO               PIC 9(04).
           05  RP-CODPESQ           PIC X(10).
           05  RP-REGIAO            PIC X(02).
           05  RP-DESCPESQ          PIC X(30).
           05  RP-P25               PIC 9(07)V99.
           05  RP-P50               PIC 9(07)V99.
           05  RP-P75               PIC 9(07)V99.
      *
       FD  ARQ-ERROS.
       01  REG-ERROS.
           05  RE-REGISTRO          PIC X(73).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RE-MOTIVO            PIC X(40).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      * Variaveis de controle SQL
       COPY SQLVARS.
      *
       77  WK-EOF-PESQUISA           PIC X           VALUE 'N'.
           88  FIM-PESQUISA                          VALUE 'S'.
       77  WK-QTDE-EXISTE            PIC 9(05)       VALUE ZEROS.
      *
       01  WK-DATA-ATUAL.
           05  WK-ANO-ATUAL         PIC 9(04).
           05  FILLER               PIC X(17).
      *
      *    UFS VALIDAS E O PONTO NACIONAL.
       01  WK-REGIOES-VALIDAS.
           05  FILLER               PIC X(28)
               VALUE 'ACALAMAPBACEDFESGOMAMGMSMTPA'.
           05  FILLER               PIC X(28)
               VALUE 'PBPEPIPRRJRNRORRRSSCSESPTOBR'.
       01  WK-TAB-REGIOES REDEFINES WK-REGIOES-VALIDAS.
           05  WK-REGIAO-VALIDA     PIC X(02)  OCCURS 28 TIMES.
       77  WK-IND-REGIAO             PIC 9(02)       VALUE ZEROS.
       77  WK-REGIAO-OK              PIC X(01)       VALUE 'N'.
           88  REGIAO-OK                             VALUE 'S'.
      *
       77  WK-QTDE-LIDA              PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-ACEITA            PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-SUBSTITUIDA       PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-RECUSADA          PIC 9(05)       VALUE ZEROS.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
          PERFORM 101-INICIAR.
          PERFORM 201-PROCESSAR UNTIL FIM-PESQUISA.
          PERFORM 901-FINALIZAR.
          STOP RUN.
      *
       100-INICIAR SECTION.
       101-INICIAR.
          MOVE FUNCTION CURRENT-DATE TO WK-DATA-ATUAL.
          OPEN INPUT  ARQ-PESQUISA.
          OPEN OUTPUT ARQ-ERROS.
          PERFORM 110-LER-PESQUISA.
      *
       110-LER-PESQUISA.
          READ ARQ-PESQUISA
             AT END
                SET FIM-PESQUISA TO TRUE
          END-READ.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          ADD 1 TO WK-QTDE-LIDA.
          PERFORM 210-VALIDA-PONTO.
          PERFORM 110-LER-PESQUISA.
      *
       210-VALIDA-PONTO.
          MOVE 'N' TO WK-REGIAO-OK.
          PERFORM VARYING WK-IND-REGIAO FROM 1 BY 1
                    UNTIL WK-IND-REGIAO > 28 OR REGIAO-OK
             IF   WK-REGIAO-VALIDA(WK-IND-REGIAO) = RP-REGIAO
                SET REGIAO-OK TO TRUE
             END-IF
          END-PERFORM.

          EVALUATE TRUE
             WHEN RP-ANO NOT NUMERIC
                  OR RP-ANO < 2000
                  OR RP-ANO > WK-ANO-ATUAL + 1
                MOVE 'ANO DA PESQUISA INVALIDO' TO RE-MOTIVO
                PERFORM 291-GRAVA-ERRO
             WHEN RP-CODPESQ = SPACES
                MOVE 'CODIGO DO CARGO NA PESQUISA EM BRANCO'
                  TO RE-MOTIVO
                PERFORM 291-GRAVA-ERRO
             WHEN NOT REGIAO-OK
                MOVE 'REGIAO INVALIDA - USE A UF OU BR'
                  TO RE-MOTIVO
                PERFORM 291-GRAVA-ERRO
             WHEN RP-P25 NOT NUMERIC
                  OR RP-P50 NOT NUMERIC
                  OR RP-P75 NOT NUMERIC
                MOVE 'PERCENTIL NAO NUMERICO' TO RE-MOTIVO
                PERFORM 291-GRAVA-ERRO
             WHEN RP-P50 = ZEROS
                MOVE 'MEDIANA (P50) ZERADA' TO RE-MOTIVO
                PERFORM 291-GRAVA-ERRO
             WHEN RP-P25 > RP-P50
                  OR RP-P50 > RP-P75
                MOVE 'PERCENTIS FORA DE ORDEM (P25<=P50<=P75)'
                  TO RE-MOTIVO
                PERFORM 291-GRAVA-ERRO
             WHEN OTHER
                PERFORM 220-GRAVA-PONTO
          END-EVALUATE.
      *
       220-GRAVA-PONTO.
      *    RECARGA DO MESMO PONTO SUBSTITUI O ANTERIOR.
          MOVE ZEROS TO WK-QTDE-EXISTE.
          EXEC SQL
             SELECT COUNT(*)
               INTO :WK-QTDE-EXISTE
               FROM EAD719.PESQSAL
              WHERE ANOPESQ = :RP-ANO
                AND CODPESQ = :RP-CODPESQ
                AND REGIAO  = :RP-REGIAO
          END-EXEC.
          IF   WK-QTDE-EXISTE > ZEROS
             ADD 1 TO WK-QTDE-SUBSTITUIDA
             EXEC SQL
                DELETE FROM EAD719.PESQSAL
                 WHERE ANOPESQ = :RP-ANO
                   AND CODPESQ = :RP-CODPESQ
                   AND REGIAO  = :RP-REGIAO
             END-EXEC
          END-IF.
          EXEC SQL
             INSERT INTO EAD719.PESQSAL
                (ANOPESQ, CODPESQ, REGIAO, DESCPESQ, P25, P50, P75,
                 DATACARGA)
                VALUES (:RP-ANO, :RP-CODPESQ, :RP-REGIAO,
                        :RP-DESCPESQ, :RP-P25, :RP-P50, :RP-P75,
                        CURRENT DATE)
          END-EXEC.
          IF   SQLCODE = 0
             EXEC SQL COMMIT END-EXEC
             ADD 1 TO WK-QTDE-ACEITA
          ELSE
             DISPLAY 'PONTO ' RP-ANO ' ' RP-CODPESQ ' ' RP-REGIAO
                     ' NAO GRAVADO - SQLCODE ' SQLCODE
             MOVE 'ERRO DE BANCO NA GRAVACAO' TO RE-MOTIVO
             PERFORM 291-GRAVA-ERRO
             EXEC SQL ROLLBACK END-EXEC
          END-IF.
      *
       291-GRAVA-ERRO.
          MOVE REG-PESQUISA TO RE-REGISTRO.
          WRITE REG-ERROS.
          ADD 1 TO WK-QTDE-RECUSADA.
          MOVE SPACES TO REG-ERROS.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-PESQUISA.
          CLOSE ARQ-ERROS.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DA CARGA DA PESQUISA SALARIAL'.
          DISPLAY '  PONTOS LIDOS .......... ' WK-QTDE-LIDA.
          DISPLAY '  ACEITOS ............... ' WK-QTDE-ACEITA.
          DISPLAY '    (SUBSTITUINDO) ...... ' WK-QTDE-SUBSTITUIDA.
          DISPLAY '  RECUSADOS (PESQERR) ... ' WK-QTDE-RECUSADA.
          DISPLAY '================================================'.
          EXIT.
