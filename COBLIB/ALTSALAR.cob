      *    CARGO ATUAL DO FUNCIONARIO, LIDO JUNTO COM O SALARIO PARA
      *    O NOVO SALARIO SER CONFERIDO CONTRA A FAIXA DO CARGO.
       77  WK-CARGOFUN-ATUAL         PIC X(04)       VALUE SPACES.
      *    SINDICATO DO FUNCIONARIO - O NOVO SALARIO NAO PODE FICAR
      *    ABAIXO DO PISO DA CONVENCAO COLETIVA DELE.
       77  WK-SINDFUN-ATUAL          PIC X(03)       VALUE SPACES.
      *    AFASTAMENTO EM ABERTO BLOQUEIA ALTERACAO DE SALARIO -
      *    REAJUSTE DE QUEM ESTA DE LICENCA SO NO RETORNO.
       77  WK-QTDE-AFAST-ABERTO      PIC 9(04)       VALUE ZEROS.
      *
       LINKAGE                       SECTION.
       01 LK-SALARIOFUN-ACCEPT       PIC 9(06)V99.
       01 LK-CODFUN                  PIC X(07).
       COPY CPYSTAT.
      *
       PROCEDURE                     DIVISION USING
           SET TRANSACAO-FALHOU      TO TRUE.
      *   O SALARIO E O CARGO ATUAIS SAO LIDOS ANTES DA VALIDACAO -
      *   O NOVO SALARIO E CONFERIDO CONTRA O PISO/TETO GERAL E
      *   CONTRA A FAIXA PROPRIA DO CARGO DO FUNCIONARIO E O PISO DA
      *   CONVENCAO DO SINDICATO DELE (VALSALAR).
           EXEC SQL
               SELECT SALARIOFUN, CARGOFUN, COALESCE(SINDFUN, ' ')
                 INTO :WK-SALARIO-ANTIGO, :WK-CARGOFUN-ATUAL,
                      :WK-SINDFUN-ATUAL
                 FROM EAD719.FUNCIONARIOS
                WHERE CODFUN = :LK-CODFUN
           END-EXEC.

           CALL "VALSALAR" USING LK-SALARIOFUN-ACCEPT,
                                 WK-CARGOFUN-ATUAL,
                                 WK-SINDFUN-ATUAL,
                                 WK-SALARIO-VALIDO.

           MOVE ZEROS TO WK-QTDE-AFAST-ABERTO.
               DISPLAY 'FUNCIONARIO ' LK-CODFUN ' ESTA AFASTADO - '
                       'ALTERACAO DE SALARIO BLOQUEADA ATE O RETORNO!'
           ELSE
           IF   WK-SALARIO-VALIDO = 'P'
               DISPLAY 'SALARIO ' LK-SALARIOFUN-ACCEPT
                       ' ABAIXO DO PISO DA CONVENCAO DO SINDICATO '
                       WK-SINDFUN-ATUAL '!'
           ELSE
           IF   NOT SALARIO-VALIDO
               DISPLAY 'SALARIO ' LK-SALARIOFUN-ACCEPT
                       ' FORA DA FAIXA PERMITIDA!'
                   END-EVALUATE
               END-IF
           END-IF
           END-IF
           END-IF.
      *
       REGISTRA-PEDIDO-APROVACAO.
