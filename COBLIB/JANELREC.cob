           88  TRANSACAO-OK                          VALUE 'S'.
           88  TRANSACAO-FALHOU                      VALUE 'N'.
       77  WK-MODO-EXECUCAO          PIC X           VALUE 'P'.
       77  WK-MENSAGEM-RETORNO       PIC X(160)      VALUE SPACES.
      *
       77  WK-EMLOTE                 PIC X(01)       VALUE SPACES.
       77  WK-QTDE-PENDENTE          PIC 9(07)       VALUE ZEROS.
       77  WK-IDADE-DIAS             PIC S9(05)      VALUE ZEROS.
      *
       77  WK-FILA-SEQ               PIC 9(09)       VALUE ZEROS.
       77  WK-FILA-DADOS1            PIC X(100)      VALUE SPACES.
       77  WK-FILA-DADOS2            PIC X(100)      VALUE SPACES.
       77  WK-FILA-DADOS3            PIC X(100)      VALUE SPACES.
       77  WK-FILA-APLICADA          PIC X(01)       VALUE SPACES.
      *
       77  WK-QTDE-APLICADA          PIC 9(05)       VALUE ZEROS.
                  ' FALHADA(S) (PERMANECEM PENDENTES)'.
      *
       221-APLICA-ITEM-FILA.
          MOVE WK-FILA-DADOS1(1:85)  TO WK-ACCEPT.
          MOVE WK-FILA-DADOS2(1:72)  TO WK-COMPL-ACCEPT.
          MOVE WK-FILA-DADOS3(1:66)  TO WK-ENDERECO-ACCEPT.
          MOVE WK-ACCEPT(1:1)        TO WK-FUNCAO-ACCEPT.
          SET TRANSACAO-FALHOU       TO TRUE.
                                      WK-COMPL-ACCEPT,
                                      WK-ENDERECO-ACCEPT,
                                      WK-STATUS-RETORNO,
                                      WK-MODO-EXECUCAO,
                                      WK-MENSAGEM-RETORNO
             WHEN 'A'
                CALL "ALTERAR" USING WK-ACCEPT,
                                     WK-COMPL-ACCEPT,
          ELSE
             MOVE RS-SEQ TO WK-FILA-SEQ
             EXEC SQL
                SELECT FUNCAO, APLICADA, SUBSTR(DADOS1, 2, 7)
                  INTO :WK-FUNCAO-ACCEPT, :WK-FILA-APLICADA,
                       :WK-CODFUN-ACCEPT
                  FROM EAD719.FILATRANS
