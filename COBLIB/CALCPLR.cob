      * (SEM PARM: ANO CORRENTE, MULT=100.)            *
      *                                                *
      * LEIAUTE DO EXTRATO (EXTPLR):                   *
      *   CODFUN   X(07)                               *
      *   NOMEFUN  X(30)                               *
      *   DEPTOFUN X(03)                               *
      *   AVOS     9(02)                               *
      *   VALOR    9(09)V99                            *
      *                                                *
      * A COTA DE CADA ELEGIVEL FICA GRAVADA EM        *
      * EAD719.PLRPAGO (CODFUN, ANO, VALOR) PARA O     *
      * INFORME DE RENDIMENTOS; RODADA REPETIDA NO     *
      * CICLO SUBSTITUI O CICLO INTEIRO. O CICLO       *
      * ABERTO PELA VIRADA DO ANO (EAD719.PLRCICLO,    *
      * VIRAANO) FICA MARCADO COMO CALCULADO; CICLO    *
      * SEM ABERTURA SAI COM AVISO.                    *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE SECTION.
       FD  ARQ-EXTRATO.
       01  REG-EXTRATO.
           05  RE-CODFUN            PIC X(07).
           05  RE-NOMEFUN           PIC X(30).
           05  RE-DEPTOFUN          PIC X(03).
           05  RE-AVOS              PIC 9(02).
          END-IF.
          OPEN OUTPUT ARQ-EXTRATO.
          OPEN OUTPUT ARQ-RELATORIO.
          EXEC SQL
             DELETE FROM EAD719.PLRPAGO
              WHERE ANO = :WK-ANO-CICLO
          END-EXEC.
          IF   SQLCODE NOT = 0 AND SQLCODE NOT = 100
             DISPLAY 'ERRO AO LIMPAR A PLR GRAVADA DO CICLO - '
                     'SQLCODE ' SQLCODE
             EXEC SQL ROLLBACK END-EXEC
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
      *
       200-PROCESSAR SECTION.
       201-PERCORRE-ELEGIVEIS.
          MOVE WK-VALOR-COTA     TO RE-VALOR.
          WRITE REG-EXTRATO.
          ADD 1 TO WK-QTDE-ELEGIVEIS.
          EXEC SQL
             INSERT INTO EAD719.PLRPAGO
                (CODFUN, ANO, VALOR)
                VALUES (:DB2-CODFUN, :WK-ANO-CICLO, :WK-VALOR-COTA)
          END-EXEC.
          IF   SQLCODE NOT = 0
             DISPLAY 'ERRO AO GRAVAR A PLR DO FUNCIONARIO '
                     DB2-CODFUN ' - SQLCODE ' SQLCODE
                     ' - CICLO NAO GRAVADO, RODAR DE NOVO'
             EXEC SQL ROLLBACK END-EXEC
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          ADD WK-VALOR-COTA TO WK-TOTAL-PAGO.

      *    ACUMULA A DISTRIBUICAO POR DEPARTAMENTO ('D' + DEPTO) E
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
      *    UMA UNIDADE DE TRABALHO: O CURSOR DOS ELEGIVEIS NAO E
      *    WITH HOLD, A PLR DO CICLO E CONFIRMADA NO FIM.
          EXEC SQL
             UPDATE EAD719.PLRCICLO
                SET SITUACAO = 'C',
                    DATACALC = CURRENT DATE
              WHERE ANO = :WK-ANO-CICLO
          END-EXEC.
          IF   SQLCODE = 100
             DISPLAY 'AVISO: CICLO DE PLR ' WK-ANO-CICLO ' NAO FOI '
                     'ABERTO NA VIRADA DO ANO (VIRAANO)'
          END-IF.
          EXEC SQL COMMIT END-EXEC.
          CLOSE ARQ-EXTRATO.
          CLOSE ARQ-RELATORIO.
          MOVE WK-TOTAL-PAGO TO WK-TOTAL-EDIT.
