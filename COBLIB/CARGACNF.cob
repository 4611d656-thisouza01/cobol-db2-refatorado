      *   TIPO    X(01)  C=CONFIRMA TUDO               *
      *                  E=CORRIGE ENDERECO            *
      *                  D=CORRIGE DEPENDENTE          *
      *   CODFUN  X(07)                                *
      *   TIPO E: LOGRADOURO(30) NUMERO(6) CIDADE(20)  *
      *           UF(2) CEP(8)                         *
      *   TIPO D: OPERACAO(1) SEQ(2) NOME(30)          *
      *           NASC(10) PARENTESCO(10)              *
      *           DEPENDENTE PARA IR(1) S/N            *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  REG-RESPOSTA             PIC X(80).
       01  REG-RESP-COMUM REDEFINES REG-RESPOSTA.
           05  RR-TIPO              PIC X(01).
           05  RR-CODFUN            PIC X(07).
           05  RR-DADOS             PIC X(72).
       01  REG-RESP-ENDERECO REDEFINES REG-RESPOSTA.
           05  FILLER               PIC X(08).
           05  RE-ENDERECO.
               10  RE-LOGRA         PIC X(30).
               10  RE-NUMERO        PIC X(06).
               10  RE-CIDADE        PIC X(20).
               10  RE-UF            PIC X(02).
               10  RE-CEP           PIC X(08).
           05  FILLER               PIC X(06).
       01  REG-RESP-DEPEN REDEFINES REG-RESPOSTA.
           05  FILLER               PIC X(08).
           05  RD-OPERACAO          PIC X(01).
           05  RD-SEQ               PIC 9(02).
           05  RD-NOME              PIC X(30).
           05  RD-NASC              PIC X(10).
           05  RD-PARENTESCO        PIC X(10).
           05  RD-IRRF              PIC X(01).
           05  FILLER               PIC X(18).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
       77  WK-STATUS-RETORNO         PIC X           VALUE 'N'.
           88  TRANSACAO-OK                          VALUE 'S'.
           88  TRANSACAO-FALHOU                      VALUE 'N'.
       77  WK-CODFUN                 PIC X(07)       VALUE SPACES.
      *    AREA DE DEPENDENTE NO MESMO CONTRATO DO MANDEPEN.
       01  WK-DEPEN-TRANS.
           05  WK-DEP-CODFUN        PIC X(07).
           05  WK-DEP-OPERACAO      PIC X(01).
           05  WK-DEP-SEQ           PIC 9(02).
           05  WK-DEP-NOME          PIC X(30).
           05  WK-DEP-NASC          PIC X(10).
           05  WK-DEP-PARENTESCO    PIC X(10).
           05  WK-DEP-IRRF          PIC X(01).
      *
       77  WK-QTDE-CONFIRMADA        PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-ENDERECO          PIC 9(05)       VALUE ZEROS.
          MOVE RD-NOME        TO WK-DEP-NOME.
          MOVE RD-NASC        TO WK-DEP-NASC.
          MOVE RD-PARENTESCO  TO WK-DEP-PARENTESCO.
          MOVE RD-IRRF        TO WK-DEP-IRRF.
          CALL "MANDEPEN" USING WK-DEPEN-TRANS,
                                WK-STATUS-RETORNO.
          IF   TRANSACAO-OK
