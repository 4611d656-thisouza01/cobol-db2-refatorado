                ORDER BY SEQ
       END-EXEC.
       77  WK-FILA-SEQ               PIC 9(09)       VALUE ZEROS.
       77  WK-FILA-DADOS1            PIC X(100)      VALUE SPACES.
       77  WK-FILA-DADOS2            PIC X(100)      VALUE SPACES.
       77  WK-FILA-DADOS3            PIC X(100)      VALUE SPACES.
       77  WK-STATUS-RETORNO         PIC X           VALUE 'N'.
           88  TRANSACAO-OK                          VALUE 'S'.
           88  TRANSACAO-FALHOU                      VALUE 'N'.
       77  WK-MODO-EXECUCAO          PIC X           VALUE 'P'.
       77  WK-MENSAGEM-RETORNO       PIC X(160)      VALUE SPACES.
       77  WK-QTDE-FILA-APLICADA     PIC 9(05)       VALUE ZEROS.
      *
      *    UM ACUMULADOR POR FUNCAO, NA MESMA ORDEM DO RESUMO DO
      *    PROGMAIN ('?' = FUNCAO INVALIDA, '*' = TOTAL GERAL).
       01  TAB-CONSOLIDACAO.
           05  TC-ENTRADA            OCCURS 21 TIMES.
               10  TC-FUNCAO         PIC X(01).
               10  TC-DESCRICAO      PIC X(22).
               10  TC-QTDE-OK        PIC 9(07)       VALUE ZEROS.
          MOVE 'HIST/UNDO DEPTO (W/Y)' TO TC-DESCRICAO(17).
          MOVE 'Z' TO TC-FUNCAO(18).
          MOVE 'DE-PARA CONTABIL (Z)' TO TC-DESCRICAO(18).
          MOVE 'K' TO TC-FUNCAO(19).
          MOVE 'EVENTOS AVULSOS (K)'  TO TC-DESCRICAO(19).
          MOVE '?' TO TC-FUNCAO(20).
          MOVE 'FUNCAO INVALIDA'      TO TC-DESCRICAO(20).
          MOVE '*' TO TC-FUNCAO(21).
          MOVE 'TOTAL GERAL'          TO TC-DESCRICAO(21).
          OPEN INPUT ARQ-RESUMOS.
          PERFORM 110-LER-RESUMO.
      *
             MOVE RB-PARTICAO TO WK-PARTICAO-ANTERIOR
          END-IF.
          PERFORM VARYING WK-SUBSCR FROM 1 BY 1
                  UNTIL WK-SUBSCR > 21
             IF   TC-FUNCAO(WK-SUBSCR) = RB-FUNCAO
                ADD RB-QTDE-OK    TO TC-QTDE-OK(WK-SUBSCR)
                ADD RB-QTDE-FALHA TO TC-QTDE-FALHA(WK-SUBSCR)
                MOVE 22 TO WK-SUBSCR
             END-IF
          END-PERFORM.
          PERFORM 110-LER-RESUMO.
          END-IF.
      *
       310-APLICA-ITEM-FILA.
          MOVE WK-FILA-DADOS1(1:85)  TO WK-ACCEPT.
          MOVE WK-FILA-DADOS2(1:72)  TO WK-COMPL-ACCEPT.
          MOVE WK-FILA-DADOS3(1:66)  TO WK-ENDERECO-ACCEPT.
          MOVE WK-ACCEPT(1:1)        TO WK-FUNCAO-ACCEPT.
          SET TRANSACAO-FALHOU TO TRUE.
                                      WK-COMPL-ACCEPT,
                                      WK-ENDERECO-ACCEPT,
                                      WK-STATUS-RETORNO,
                                      WK-MODO-EXECUCAO,
                                      WK-MENSAGEM-RETORNO
             WHEN 'A'
                CALL "ALTERAR" USING WK-ACCEPT,
                                     WK-COMPL-ACCEPT,
          DISPLAY 'RESUMO CONSOLIDADO DO LOTE PARTICIONADO ('
                  WK-QTDE-PARTICOES ' PARTICAO(OES))'.
          PERFORM VARYING WK-SUBSCR FROM 1 BY 1
                  UNTIL WK-SUBSCR > 21
             DISPLAY '  ' TC-DESCRICAO(WK-SUBSCR)
                     ' SUCESSO: ' TC-QTDE-OK(WK-SUBSCR)
                     '  FALHA: '  TC-QTDE-FALHA(WK-SUBSCR)
