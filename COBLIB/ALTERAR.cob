       LINKAGE                       SECTION.
       01  LK-ACCEPT.
              05 LK-FUNCAO-ACCEPT       PIC X.
              05 LK-CODFUN-ACCEPT       PIC X(7).
              05 LK-NOMEFUN-ACCEPT      PIC X(30).
              05 LK-SALARIOFUN-ACCEPT   PIC 9(6)V99.
              05 LK-DEPTOFUN-ACCEPT     PIC X(3).
              05 LK-ADMISSFUN-ACCEPT    PIC X(11).
              05 LK-IDADEFUN-ACCEPT     PIC 99.
              05 LK-CARGOFUN-ACCEPT     PIC X(4).
              05 LK-GESTOR-ACCEPT       PIC X(7).
              05 LK-TIPOCONTR-ACCEPT    PIC X(1).
              05 LK-FIMCONTR-ACCEPT     PIC X(11).
       01  LK-COMPL-ACCEPT.
           05  LK-PCD-ACCEPT            PIC X(01).
           05  LK-APRENDIZ-ACCEPT       PIC X(01).
           05  LK-SINDFUN-ACCEPT        PIC X(03).
           05  FILLER                   PIC X(06).
           05  LK-SEXO-ACCEPT           PIC X(01).
       01  LK-ENDERECO-ACCEPT.
           05  LK-LOGRA-ACCEPT          PIC X(30).
           05  LK-NUMERO-ACCEPT         PIC X(06).
                       SET ALTERACAO-FALHOU TO TRUE
                   END-IF
               END-IF
      *        CONTRATO (TIPO E/OU PRORROGACAO DO FIM) - DEPOIS DA
      *        ADMISSAO, QUE E A BASE DO PRAZO MAXIMO DO ESTAGIO.
               IF   LK-TIPOCONTR-ACCEPT  NOT = SPACES
                    OR LK-FIMCONTR-ACCEPT NOT = SPACES
                   CALL "ALTCONTR" USING DB2-CODFUN,
                                         LK-TIPOCONTR-ACCEPT,
                                         LK-FIMCONTR-ACCEPT,
                                         LK-STATUS-RETORNO
                   IF   NOT TRANSACAO-OK
                       SET ALTERACAO-FALHOU TO TRUE
                   END-IF
               END-IF
               IF   LK-IDADEFUN-ACCEPT   IS NUMERIC
                   CALL "ALTIDADE" USING DB2-CODFUN,
                                         LK-IDADEFUN-ACCEPT,
                       SET ALTERACAO-FALHOU TO TRUE
                   END-IF
               END-IF
      *        SEXO (F/M) - EM BRANCO NAO MEXE.
               IF   LK-SEXO-ACCEPT       NOT = SPACES
                   CALL "ALTSEXO" USING DB2-CODFUN,
                                        LK-SEXO-ACCEPT,
                                        LK-STATUS-RETORNO
                   IF   NOT TRANSACAO-OK
                       SET ALTERACAO-FALHOU TO TRUE
                   END-IF
               END-IF
               IF   ALTERACAO-OK
                   SET TRANSACAO-OK TO TRUE
                   PERFORM NOTIFICA-ALTERACAO
