      * MESMA FAIXA GENERICA. CARGO EM BRANCO MANTEM SO A *
      * CONFERENCIA GENERICA, COMPATIVEL COM O CADASTRO   *
      * ANTERIOR A EXISTENCIA DE CARGOS.                  *
      * O VALOR-HORA DO HORISTA (MANHORIS) E CONFERIDO    *
      * PELO SEU EQUIVALENTE MENSAL DE 220 HORAS - O PISO *
      * DA HORA E O SALARIO MINIMO / 220.                 *
      * QUANDO O SINDICATO DO FUNCIONARIO (SINDFUN) VEM   *
      * INFORMADO, O SALARIO TAMBEM NAO PODE FICAR ABAIXO *
      * DO PISO DA CONVENCAO COLETIVA DO SINDICATO        *
      * (EAD719.PISOCONV, CADASTRADO NO MANCONV): VALE A  *
      * CONVENCAO MAIS RECENTE QUE JA COMECOU - VENCIDA,  *
      * CONTINUA VALENDO ATE A NOVA SER CADASTRADA - E,   *
      * DENTRO DELA, O GRUPO DE CARGO MAIS ESPECIFICO     *
      * (MAIOR PREFIXO DO CODIGO DO CARGO; GRUPO EM       *
      * BRANCO E O PISO GERAL DA CATEGORIA). ABAIXO DO    *
      * PISO DA CONVENCAO O RETORNO E 'P' EM VEZ DE 'N',  *
      * PARA QUEM CHAMA PODER DIZER O MOTIVO - OS DOIS    *
      * SAO "NOT SALARIO-VALIDO". SINDICATO EM BRANCO     *
      * MANTEM SO AS CONFERENCIAS ANTERIORES.             *
      * NO LOTE DO PROGMAIN A FAIXA VIGENTE E A FAIXA DO  *
      * CARGO VEM DO CACHE EM MEMORIA (CACHEREF); O PISO  *
      * DA CONVENCAO CONTINUA LIDO NO BANCO.              *
      *****************************************************
       ENVIRONMENT                           DIVISION.
       CONFIGURATION                         SECTION.
                    ORDER BY DATAVIGENCIA DESC
           END-EXEC.
      *
      *    PISOS DA CONVENCAO VIGENTE DO SINDICATO QUE ALCANCAM O
      *    CARGO, DO GRUPO MAIS ESPECIFICO PARA O PISO GERAL.
           EXEC SQL
               DECLARE CUR-PISOCONV CURSOR FOR
                   SELECT P.PISO
                     FROM EAD719.PISOCONV P
                    WHERE P.CODSIND = :LK-SINDFUN
                      AND P.DATAINI =
                          (SELECT MAX(C.DATAINI)
                             FROM EAD719.CONVCOL C
                            WHERE C.CODSIND = :LK-SINDFUN
                              AND C.DATAINI NOT > CURRENT DATE)
                      AND (P.GRUPOCARGO = ' '
                       OR  SUBSTR(:LK-CARGOFUN, 1,
                                  LENGTH(RTRIM(P.GRUPOCARGO)))
                           = RTRIM(P.GRUPOCARGO))
                    ORDER BY LENGTH(RTRIM(P.GRUPOCARGO)) DESC
           END-EXEC.
      *
      *    VALORES USADOS SE A TABELA ESTIVER VAZIA OU SEM NENHUMA
      *    FAIXA JA VIGENTE - A CONFERENCIA DE SALARIO NAO PODE
      *    FICAR PARADA SO PORQUE A TABELA DE PARAMETROS AINDA NAO
       77  WK-CARGO-SALMAX                PIC 9(6)V99 VALUE ZEROS.
       77  WK-CARGO-COM-FAIXA             PIC X       VALUE 'N'.
           88  CARGO-COM-FAIXA                        VALUE 'S'.
      *
      *    PISO DA CONVENCAO COLETIVA DO SINDICATO, QUANDO HOUVER.
       77  WK-PISO-CONV                   PIC 9(6)V99 VALUE ZEROS.
       77  WK-SIND-COM-PISO               PIC X       VALUE 'N'.
           88  SIND-COM-PISO                          VALUE 'S'.
           COPY CPYCACHE.
      *
       LINKAGE                               SECTION.
       01  LK-SALARIOFUN                    PIC 9(6)V99.
       01  LK-CARGOFUN                      PIC X(04).
       01  LK-SINDFUN                       PIC X(03).
           COPY CPYVALLK REPLACING ==LK-CAMPO-VALIDO== BY
                                       ==LK-SALARIO-VALIDO==
                                   ==CAMPO-VALIDO== BY
       PROCEDURE                             DIVISION USING
                                                 LK-SALARIOFUN,
                                                 LK-CARGOFUN,
                                                 LK-SINDFUN,
                                                 LK-SALARIO-VALIDO.

       PERFORM BUSCA-FAIXA-VIGENTE.
       PERFORM BUSCA-FAIXA-CARGO.
       PERFORM BUSCA-PISO-CONVENCAO.
       PERFORM CONFERE-SALARIO.
       GOBACK.

       BUSCA-FAIXA-VIGENTE.
           SET CR-OPER-CONSULTA TO TRUE.
           SET CR-TAB-FAIXASAL  TO TRUE.
           MOVE SPACES TO CR-CHAVE.
           CALL "CACHEREF" USING CR-AREA.
           EVALUATE TRUE
               WHEN CR-ACHOU
                   MOVE CR-VALOR-MIN TO WK-SALARIO-MINIMO
                   MOVE CR-VALOR-MAX TO WK-SALARIO-MAXIMO
               WHEN CR-NAO-ACHOU
                   CONTINUE
               WHEN OTHER
                   PERFORM BUSCA-FAIXA-NO-BANCO
           END-EVALUATE.

       BUSCA-FAIXA-NO-BANCO.
           EXEC SQL
               OPEN CUR-FAIXASAL
           END-EXEC.
      *    SUBROTINA SO CONFERE FAIXAS.
           MOVE 'N' TO WK-CARGO-COM-FAIXA.
           IF   LK-CARGOFUN              NOT = SPACES
               SET CR-OPER-CONSULTA TO TRUE
               SET CR-TAB-CARGO     TO TRUE
               MOVE LK-CARGOFUN TO CR-CHAVE
               CALL "CACHEREF" USING CR-AREA
               EVALUATE TRUE
                   WHEN CR-ACHOU
                       MOVE CR-VALOR-MIN TO WK-CARGO-SALMIN
                       MOVE CR-VALOR-MAX TO WK-CARGO-SALMAX
                       SET CARGO-COM-FAIXA TO TRUE
                   WHEN CR-NAO-ACHOU
                       CONTINUE
                   WHEN OTHER
                       PERFORM BUSCA-FAIXA-CARGO-NO-BANCO
               END-EVALUATE
           END-IF.

       BUSCA-FAIXA-CARGO-NO-BANCO.
           EXEC SQL
               SELECT SALMINCARGO, SALMAXCARGO
                 INTO :WK-CARGO-SALMIN, :WK-CARGO-SALMAX
                 FROM EAD719.CARGOS
                WHERE CARGOFUN = :LK-CARGOFUN
           END-EXEC.
           IF   SQLCODE                  = 0
               SET CARGO-COM-FAIXA TO TRUE
           END-IF.

       BUSCA-PISO-CONVENCAO.
      *    SINDICATO SEM CONVENCAO CADASTRADA, OU CONVENCAO SEM PISO
      *    QUE ALCANCE O CARGO, NAO TRAVA A CONFERENCIA.
           MOVE 'N' TO WK-SIND-COM-PISO.
           IF   LK-SINDFUN               NOT = SPACES
               EXEC SQL
                   OPEN CUR-PISOCONV
               END-EXEC
               EXEC SQL
                   FETCH CUR-PISOCONV
                     INTO :WK-PISO-CONV
               END-EXEC
               IF   SQLCODE              = 0
                   SET SIND-COM-PISO TO TRUE
               END-IF
               EXEC SQL
                   CLOSE CUR-PISOCONV
               END-EXEC
           END-IF.

       CONFERE-SALARIO.
                   MOVE 'N' TO LK-SALARIO-VALIDO
               END-IF
           END-IF.

      *    PISO DA CONVENCAO DO SINDICATO - RETORNO 'P'.
           IF   SALARIO-VALIDO
            AND SIND-COM-PISO
            AND LK-SALARIOFUN        < WK-PISO-CONV
               MOVE 'P' TO LK-SALARIO-VALIDO
           END-IF.
