      * DB2), GRAVA AS TRANSACOES LIMPAS NO ARQUIVO    *
      * EDITADO QUE O PROGMAIN CONSOME E AS RECUSADAS  *
      * NO ARQUIVO DE RECICLO - MESMO LEIAUTE, COM O   *
      * MOTIVO NA COLUNA 101 - PARA A DIGITACAO        *
      * CORRIGIR E REENVIAR SO O RECICLO, SEM RERODAR  *
      * O LOTE INTEIRO.                                *
      * AS CRITICAS REAPROVEITAM AS SUBROTINAS VALXXXX *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SYSIN.
       01  REG-SYSIN                PIC X(100).
      *
       FD  ARQ-EDITADO.
       01  REG-EDITADO              PIC X(100).
       01  REG-EDIT-TRAILER REDEFINES REG-EDITADO.
           05  ET-TIPO              PIC X(01).
           05  ET-QTDE-REG          PIC 9(07).
           05  ET-HASH-CODFUN       PIC 9(13).
           05  FILLER               PIC X(79).
      *
       FD  ARQ-RECICLO.
       01  REG-RECICLO.
           05  RC-REGISTRO          PIC X(100).
           05  RC-MOTIVO            PIC X(40).
      *
       WORKING-STORAGE SECTION.
       77  WK-EOF-SYSIN              PIC X           VALUE 'N'.
           88  FIM-SYSIN                             VALUE 'S'.
       77  WK-REG-SEGURADO           PIC X(100)      VALUE SPACES.
       77  WK-TEM-SEGURADO           PIC X           VALUE 'N'.
           88  TEM-REGISTRO-SEGURADO                 VALUE 'S'.
       77  WK-EOF-ADIANTE            PIC X           VALUE 'N'.
      *    ATE 4 REGISTROS POR TRANSACAO (FUNCIONARIO COM ENDERECO).
       01  TAB-TRANSACAO.
           05  TT-REGISTRO           OCCURS 4 TIMES
                                     PIC X(100).
       77  WK-QTDE-REGISTROS         PIC 9(01)       VALUE ZEROS.
       77  WK-IDX                    PIC 9(01)       VALUE ZEROS.
       77  WK-MOTIVO                 PIC X(40)       VALUE SPACES.
       77  WK-RAW-HASH               PIC 9(13)       VALUE ZEROS.
       77  WK-EDIT-QTDE              PIC 9(07)       VALUE ZEROS.
       77  WK-EDIT-HASH              PIC 9(13)       VALUE ZEROS.
       77  WK-CODFUN-NUMERICO        PIC 9(07)       VALUE ZEROS.
       77  WK-TRAILER-LIDO           PIC X(100)      VALUE SPACES.
       77  WK-QTDE-LIDA              PIC 9(06)       VALUE ZEROS.
       77  WK-QTDE-LIMPA             PIC 9(06)       VALUE ZEROS.
       77  WK-QTDE-RECICLADA         PIC 9(06)       VALUE ZEROS.
                WHEN 'Z'
                WHEN 'W'
                WHEN 'Y'
                WHEN 'K'
                   CONTINUE
                WHEN OTHER
                   PERFORM 112-LER-REGISTROS-FUNCIONARIO
             WHEN 'P'
             WHEN 'Z'
                PERFORM 260-CRITICA-COM-DATA
             WHEN 'K'
                PERFORM 270-CRITICA-AVULSO
             WHEN OTHER
                MOVE 'FUNCAO DE TRANSACAO DESCONHECIDA'
                                       TO WK-MOTIVO
      *    E/L/V: O CODFUN PRECISA VIR INFORMADO E COM O DIGITO
      *    CERTO (L ACEITA CODFUN EM BRANCO QUANDO A CONSULTA E POR
      *    DEPARTAMENTO).
          IF   TT-REGISTRO(1)(2:7)    = SPACES
             IF   TT-REGISTRO(1)(1:1) NOT = 'L'
                MOVE 'CODFUN OBRIGATORIO EM BRANCO' TO WK-MOTIVO
             END-IF
          ELSE
             MOVE TT-REGISTRO(1)(2:7) TO WK-CODFUN-ACCEPT
             CALL "VALCODFU" USING WK-CODFUN-ACCEPT,
                                   WK-CODFUN-VALIDO
             IF   NOT CODFUN-VALIDO
          IF   TT-REGISTRO(1)(35:4)   NOT = SPACES
           AND TT-REGISTRO(1)(35:4)   NOT NUMERIC
             MOVE 'LIMITE DE VAGAS NAO NUMERICO'     TO WK-MOTIVO
          ELSE
          IF   TT-REGISTRO(1)(46:3)   = TT-REGISTRO(1)(2:3)
             MOVE 'DEPARTAMENTO PAI IGUAL AO PROPRIO' TO WK-MOTIVO
          END-IF
          END-IF
          END-IF.
      *
       250-CRITICA-RATEIO.
      *    A SOMA DE 100% E CRITICA PURAMENTE ARITMETICA - DA PARA
      *    BARRAR AQUI, ANTES DE GASTAR TRANSACAO DE BANCO.
          IF   TT-REGISTRO(1)(9:33)   NOT = SPACES
             CALL "VALRATEI" USING TT-REGISTRO(1)(9:33),
                                   WK-CODFUN-VALIDO
             IF   NOT CODFUN-VALIDO
                MOVE 'RATEIO NAO FECHA EM 100%'      TO WK-MOTIVO
          IF   TT-REGISTRO(1)(2:4)    = SPACES
             MOVE 'CHAVE DA TRANSACAO EM BRANCO'     TO WK-MOTIVO
          END-IF.
      *
       270-CRITICA-AVULSO.
      *    K: CODFUN COM DIGITO CERTO, OPERACAO I/C E PERIODO
      *    AAAAMM; NA INCLUSAO, TIPO, VALOR E JUSTIFICATIVA; NO
      *    CANCELAMENTO, O NUMERO DO LANCAMENTO. TIPO, LIMITE E
      *    PERIODO FECHADO SAO CONFERIDOS NO MANAVULS.
          PERFORM 220-CRITICA-CODIGO-SIMPLES.
          IF   WK-MOTIVO = SPACES
             EVALUATE TRUE
                WHEN TT-REGISTRO(1)(9:1) NOT = 'I'
                 AND TT-REGISTRO(1)(9:1) NOT = 'C'
                   MOVE 'OPERACAO DO AVULSO DEVE SER I OU C'
                                       TO WK-MOTIVO
                WHEN TT-REGISTRO(1)(13:6) NOT NUMERIC
                   MOVE 'PERIODO DO AVULSO NAO NUMERICO (AAAAMM)'
                                       TO WK-MOTIVO
                WHEN TT-REGISTRO(1)(9:1) = 'C'
                   IF   TT-REGISTRO(1)(68:9) NOT NUMERIC
                      MOVE 'NUMERO DO LANCAMENTO NAO NUMERICO'
                                       TO WK-MOTIVO
                   END-IF
                WHEN TT-REGISTRO(1)(10:3) = SPACES
                   MOVE 'TIPO DE EVENTO DO AVULSO EM BRANCO'
                                       TO WK-MOTIVO
                WHEN TT-REGISTRO(1)(19:9) NOT NUMERIC
                   MOVE 'VALOR DO AVULSO NAO NUMERICO'
                                       TO WK-MOTIVO
                WHEN TT-REGISTRO(1)(28:40) = SPACES
                   MOVE 'JUSTIFICATIVA DO AVULSO EM BRANCO'
                                       TO WK-MOTIVO
             END-EVALUATE
          END-IF.
      *
       290-DESTINA-TRANSACAO.
      *    TODO REGISTRO BRUTO CONTA PARA A CONFERENCIA DO TRAILER
          PERFORM VARYING WK-IDX FROM 1 BY 1
                  UNTIL WK-IDX > WK-QTDE-REGISTROS
             ADD 1 TO WK-RAW-QTDE
             IF   TT-REGISTRO(WK-IDX)(2:7) IS NUMERIC
                MOVE TT-REGISTRO(WK-IDX)(2:7) TO WK-CODFUN-NUMERICO
                ADD WK-CODFUN-NUMERICO TO WK-RAW-HASH
             END-IF
          END-PERFORM.
                MOVE TT-REGISTRO(WK-IDX) TO REG-EDITADO
                WRITE REG-EDITADO
                ADD 1 TO WK-EDIT-QTDE
                IF   TT-REGISTRO(WK-IDX)(2:7) IS NUMERIC
                   MOVE TT-REGISTRO(WK-IDX)(2:7)
                        TO WK-CODFUN-NUMERICO
                   ADD WK-CODFUN-NUMERICO TO WK-EDIT-HASH
                END-IF
