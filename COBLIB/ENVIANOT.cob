      * LEIAUTE DO ARQUIVO DO GATEWAY (MAILOUT):       *
      *   EMAIL      X(30)                             *
      *   TEMPLATE   X(08)                             *
      *   CODFUN     X(07)                             *
      *   EVENTO     X(01)  H=ADMISSAO C=ALTERACAO     *
      *                     T=DESLIGAMENTO             *
      *                     P=HOLERITE (VERSAO INDIVI- *
      *                     DUAL NO HOLEMAIL DO HOLE-  *
      *                     RITE, PELO CODFUN)         *
      *                     G=RESUMO DO GESTOR (DIGMAIL*
      *                     DO DIGESTGE, PELO CODFUN DO*
      *                     GESTOR E DATAEVENTO)       *
      *                     R=FATIA DE RELATORIO POR   *
      *                     GESTOR (DISTMAIL DO        *
      *                     DISTREL, PELO CODFUN DO    *
      *                     GESTOR E PELO PAYLOAD)     *
      *   DATAEVENTO X(10)  AAAA-MM-DD                 *
      *   PAYLOAD    X(100) CHAVE COMPLEMENTAR DA      *
      *                     MENSAGEM (P: PERIODO=AAAAMM*
      *                     DO HOLERITE; R: RELAT=NOME *
      *                     DATA=AAAAMMDD); EM BRANCO  *
      *                     NOS DEMAIS EVENTOS         *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  REG-MAILOUT.
           05  ML-EMAIL             PIC X(30).
           05  ML-TEMPLATE          PIC X(08).
           05  ML-CODFUN            PIC X(07).
           05  ML-EVENTO            PIC X(01).
           05  ML-DATAEVENTO        PIC X(10).
           05  ML-PAYLOAD           PIC X(100).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
       EXEC SQL
           DECLARE CUR-PENDENTES CURSOR WITH HOLD FOR
               SELECT CODFUN, EVENTO, EMAILFUN, TEMPLATE,
                      CHAR(DATAEVENTO, ISO), COALESCE(PAYLOAD, ' ')
                 FROM EAD719.NOTIFICA
                WHERE ENVIADA = 'N'
                FOR UPDATE OF ENVIADA
                FETCH CUR-PENDENTES
                  INTO :DB2-NOT-CODFUN, :DB2-NOT-EVENTO,
                       :DB2-NOT-EMAIL, :DB2-NOT-TEMPLATE,
                       :WK-DATAEVENTO, :DB2-NOT-PAYLOAD
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 210-EMPACOTA-NOTIFICACAO
          MOVE DB2-NOT-CODFUN    TO ML-CODFUN.
          MOVE DB2-NOT-EVENTO    TO ML-EVENTO.
          MOVE WK-DATAEVENTO     TO ML-DATAEVENTO.
          MOVE DB2-NOT-PAYLOAD   TO ML-PAYLOAD.
          WRITE REG-MAILOUT.

          EXEC SQL
