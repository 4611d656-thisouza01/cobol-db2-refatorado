           88  TRANSACAO-OK                          VALUE 'S'.
           88  TRANSACAO-FALHOU                      VALUE 'N'.
       77  WK-MODO-EXECUCAO          PIC X           VALUE 'P'.
       77  WK-MENSAGEM-RETORNO       PIC X(160)      VALUE SPACES.
      *
       77  WK-FUT-SEQ                PIC 9(09)       VALUE ZEROS.
       77  WK-FUT-DADOS1             PIC X(100)      VALUE SPACES.
       77  WK-FUT-DADOS2             PIC X(100)      VALUE SPACES.
       77  WK-FUT-DADOS3             PIC X(100)      VALUE SPACES.
       77  WK-DATA-EFETIVA           PIC X(10)       VALUE SPACES.
       77  WK-QTDE-APLICADA          PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-RECUSADA          PIC 9(05)       VALUE ZEROS.
          END-EXEC.
      *
       210-APLICA-TRANSACAO.
          MOVE WK-FUT-DADOS1(1:85) TO WK-ACCEPT.
          MOVE WK-FUT-DADOS2(1:72) TO WK-COMPL-ACCEPT.
          MOVE WK-FUT-DADOS3(1:66) TO WK-ENDERECO-ACCEPT.
          SET TRANSACAO-FALHOU TO TRUE.

                                      WK-COMPL-ACCEPT,
                                      WK-ENDERECO-ACCEPT,
                                      WK-STATUS-RETORNO,
                                      WK-MODO-EXECUCAO,
                                      WK-MENSAGEM-RETORNO
             WHEN 'A'
                CALL "ALTERAR" USING WK-ACCEPT,
                                     WK-COMPL-ACCEPT,
