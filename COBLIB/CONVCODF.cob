        IDENTIFICATION DIVISION.
        PROGRAM-ID.    CONVCODF.
        AUTHOR.        THIAGO.
      **************************************************
      * CONVERSAO UNICA DO NUMERO DO FUNCIONARIO DE 4  *
      * PARA 7 POSICOES (3 DIGITOS + DV VIRAM 6        *
      * DIGITOS + DV, CALCDIG/VALCODFU). O CODIGO      *
      * ANTIGO RECEBE '000' A ESQUERDA - COM PESOS     *
      * 6..1 OS ZEROS NAO PESAM, E O DV ANTIGO (PESOS  *
      * 3,2,1) CONTINUA VALIDO NO CODIGO NOVO.         *
      *                                                *
      * PRE-REQUISITOS, NESTA ORDEM:                   *
      *   1. COLUNAS DE CODIGO ALTERADAS PARA CHAR(7)  *
      *      E IDEVENTO DA ESOCIALEVT PARA CHAR(21);   *
      *   2. SEQ_CODFUN COM MAXVALUE 999999;           *
      *   3. NENHUM LOTE DO PROGMAIN EM ANDAMENTO OU   *
      *      INTERROMPIDO (LOTECTRL 'E' OU CHECKPT COM *
      *      REGISTRO), NENHUMA TRANSACAO FUTURA OU    *
      *      ENFILEIRADA PENDENTE (TRANSFUT/FILATRANS  *
      *      COM APLICADA='N' - A IMAGEM GRAVADA ESTA  *
      *      NO LEIAUTE ANTIGO DO SYSIN) E NENHUM      *
      *      EVENTO ESOCIAL GERADO SEM RECIBO (SITUACAO*
      *      'G' - O RETORNO DO GOVERNO VOLTA COM O    *
      *      IDEVENTO ANTIGO). O PROGRAMA CONFERE O    *
      *      ITEM 3 E SE RECUSA (RC 8) SE ALGO ESTIVER *
      *      PENDENTE.                                 *
      *                                                *
      * CONVERTE, NUMA UNICA UNIDADE DE TRABALHO:      *
      *   - CODFUN DE TODAS AS TABELAS QUE O GUARDAM;  *
      *   - GESTOR (FUNCIONARIOS, REQVAGA), SUPERVISOR *
      *     (ESTAGIO), DELEGANTE E DELEGADO (DELEGACA) *
      *     E ULTCODFUN (RESTARTC);                    *
      *   - VALORES DE GESTOR NO HISTORICO, NA PREVIA  *
      *     E NOS CRITERIOS DA ALTERACAO EM MASSA;     *
      *   - IDEVENTO DA ESOCIALEVT (TIPO + CODFUN +    *
      *     DATA + ORIGEM, DE 18 PARA 21 POSICOES).    *
      * SO MEXE EM VALOR COM 4 POSICOES: RODAR DE NOVO *
      * NAO CONVERTE NADA DUAS VEZES. QUALQUER ERRO    *
      * DESFAZ TUDO (RC 12).                           *
      *                                                *
      * DEPOIS DO COMMIT CONFERE SE SOBROU CODFUN FORA *
      * DE 7 POSICOES E SE TODO CODFUN PASSA NO        *
      * VALCODFU (RC 4 SE NAO). IMAGENS JA APLICADAS   *
      * DA TRANSFUT/FILATRANS FICAM COMO FORAM         *
      * GRAVADAS. O ESPELHO VSAM (ESPELHAF) DEVE SER   *
      * RECRIADO COM A CHAVE NOVA EM SEGUIDA.          *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CHECKPOINT    ASSIGN TO CHECKPT
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WK-CKPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CHECKPOINT.
       01  REG-CHECKPOINT.
           05  CKPT-FUNCAO           PIC X.
           05  CKPT-CODFUN           PIC X(7).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      * Variaveis de controle SQL
       COPY SQLVARS.
       COPY CPYSQLMSG.
      *
       77  WK-CKPT-STATUS            PIC X(02)       VALUE SPACES.
       77  WK-TABELA                 PIC X(30)       VALUE SPACES.
       77  WK-CODFUN-LIDO            PIC X(07)       VALUE SPACES.
       77  WK-QTDE-PENDENTE          PIC 9(07)       VALUE ZEROS.
       77  WK-QTDE-TABELA            PIC 9(09)       VALUE ZEROS.
       77  WK-QTDE-CONVERTIDA        PIC 9(09)       VALUE ZEROS.
       77  WK-QTDE-FORA-TAMANHO      PIC 9(07)       VALUE ZEROS.
       77  WK-QTDE-CONFERIDA         PIC 9(07)       VALUE ZEROS.
       77  WK-QTDE-DV-INVALIDO       PIC 9(07)       VALUE ZEROS.
       77  WK-PENDENCIA              PIC X(01)       VALUE 'N'.
           88  HA-PENDENCIA                          VALUE 'S'.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-CODFUN-VALIDO==
                                   ==CAMPO-VALIDO== BY
                                       ==CODFUN-VALIDO==.
      *
       EXEC SQL
           DECLARE CUR-CODFUN CURSOR FOR
               SELECT CODFUN
                 FROM EAD719.FUNCIONARIOS
                ORDER BY CODFUN
       END-EXEC.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
          PERFORM 101-INICIAR.
          PERFORM 201-CONVERTE.
          PERFORM 301-CONFERE.
          PERFORM 901-FINALIZAR.
          STOP RUN.
      *
       100-INICIAR SECTION.
       101-INICIAR.
          DISPLAY 'CONVCODF: CONVERSAO DO CODFUN PARA 7 POSICOES'.
          PERFORM 110-VERIFICA-CHECKPOINT.
          PERFORM 120-VERIFICA-PENDENCIAS.
          IF   HA-PENDENCIA
             DISPLAY 'CONVCODF: HA PENDENCIAS NO LEIAUTE ANTIGO - '
                     'CONVERSAO RECUSADA, NADA FOI ALTERADO'
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
      *
       110-VERIFICA-CHECKPOINT.
      *    MESMO CHECKPT DO PROGMAIN (VEJA O RECONBAT): UM REGISTRO
      *    NELE E UM LOTE INTERROMPIDO QUE AINDA VAI SER RETOMADO COM
      *    O CODFUN ANTIGO.
          OPEN INPUT ARQ-CHECKPOINT.
          IF  WK-CKPT-STATUS = '00'
             READ ARQ-CHECKPOINT
             IF  WK-CKPT-STATUS = '00'
                DISPLAY 'PENDENCIA: CHECKPOINT DO PROGMAIN EM '
                        CKPT-FUNCAO ' ' CKPT-CODFUN
                        ' - CONCLUIR O LOTE ANTES DA CONVERSAO'
                SET HA-PENDENCIA TO TRUE
             END-IF
             CLOSE ARQ-CHECKPOINT
          END-IF.
      *
       120-VERIFICA-PENDENCIAS.
          EXEC SQL
             SELECT COUNT(*)
               INTO :WK-QTDE-PENDENTE
               FROM EAD719.LOTECTRL
              WHERE SITUACAO = 'E'
          END-EXEC.
          PERFORM 190-CONFERE-PENDENCIA.
          IF   WK-QTDE-PENDENTE > ZEROS
             DISPLAY 'PENDENCIA: ' WK-QTDE-PENDENTE
                     ' LOTE(S) EM ANDAMENTO NA LOTECTRL'
          END-IF.

          EXEC SQL
             SELECT COUNT(*)
               INTO :WK-QTDE-PENDENTE
               FROM EAD719.TRANSFUT
              WHERE APLICADA = 'N'
          END-EXEC.
          PERFORM 190-CONFERE-PENDENCIA.
          IF   WK-QTDE-PENDENTE > ZEROS
             DISPLAY 'PENDENCIA: ' WK-QTDE-PENDENTE
                     ' TRANSACAO(OES) FUTURA(S) NAO APLICADA(S) - '
                     'APLICAR OU CANCELAR (MANFUT)'
          END-IF.

          EXEC SQL
             SELECT COUNT(*)
               INTO :WK-QTDE-PENDENTE
               FROM EAD719.FILATRANS
              WHERE APLICADA = 'N'
          END-EXEC.
          PERFORM 190-CONFERE-PENDENCIA.
          IF   WK-QTDE-PENDENTE > ZEROS
             DISPLAY 'PENDENCIA: ' WK-QTDE-PENDENTE
                     ' TRANSACAO(OES) ENFILEIRADA(S) NAO APLICADA(S)'
          END-IF.

          EXEC SQL
             SELECT COUNT(*)
               INTO :WK-QTDE-PENDENTE
               FROM EAD719.ESOCIALEVT
              WHERE SITUACAO = 'G'
          END-EXEC.
          PERFORM 190-CONFERE-PENDENCIA.
          IF   WK-QTDE-PENDENTE > ZEROS
             DISPLAY 'PENDENCIA: ' WK-QTDE-PENDENTE
                     ' EVENTO(S) ESOCIAL AGUARDANDO RECIBO (ESOCRET)'
          END-IF.
      *
       190-CONFERE-PENDENCIA.
          IF   SQLCODE NOT = 0
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                     ' NA VERIFICACAO DE PENDENCIAS'
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          IF   WK-QTDE-PENDENTE > ZEROS
             SET HA-PENDENCIA TO TRUE
          END-IF.
      *
       200-CONVERTE SECTION.
       201-CONVERTE.
          PERFORM 210-CONVERTE-CODFUN.
          PERFORM 220-CONVERTE-OUTROS-CODIGOS.
          PERFORM 230-CONVERTE-VALORES.
          PERFORM 240-CONVERTE-IDEVENTO.
          EXEC SQL COMMIT END-EXEC.
          DISPLAY 'CONVCODF: CONVERSAO EFETIVADA - ' WK-QTDE-CONVERTIDA
                  ' VALOR(ES) CONVERTIDO(S)'.
      *
       210-CONVERTE-CODFUN.
          MOVE 'ACESSOSENS.CODFUN'           TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.ACESSOSENS
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'ACHADOFOL.CODFUN'            TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.ACHADOFOL
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'ACIDENTES.CODFUN'            TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.ACIDENTES
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'ADIANTA.CODFUN'              TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.ADIANTA
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'AFASTAMENTOS.CODFUN'         TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.AFASTAMENTOS
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'ALTMASSAFUN.CODFUN'          TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.ALTMASSAFUN
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'APROVBCO.CODFUN'             TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.APROVBCO
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'APROVSAL.CODFUN'             TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.APROVSAL
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'ASOEXAM.CODFUN'              TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.ASOEXAM
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'AUDITFUN.CODFUN'             TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.AUDITFUN
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'AUTHE.CODFUN'                TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.AUTHE
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'BANCOHRS.CODFUN'             TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.BANCOHRS
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'BENEFICIOS.CODFUN'           TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.BENEFICIOS
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'CAMPCONF.CODFUN'             TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.CAMPCONF
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'CARTAVER.CODFUN'             TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.CARTAVER
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'CESSAOTMP.CODFUN'            TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.CESSAOTMP
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'CLEARTER.CODFUN'             TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.CLEARTER
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'CONSIGNA.CODFUN'             TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.CONSIGNA
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'CONTCOBR.CODFUN'             TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.CONTCOBR
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'CONTDEP.CODFUN'              TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.CONTDEP
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'CONTSAUDE.CODFUN'            TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.CONTSAUDE
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'CRACHATMP.CODFUN'            TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.CRACHATMP
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'CREDPAGO.CODFUN'             TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.CREDPAGO
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'CREDRETIDO.CODFUN'           TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.CREDRETIDO
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'CUSTODIA.CODFUN'             TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.CUSTODIA
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'DECIMOTER.CODFUN'            TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.DECIMOTER
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'DEPENDENTES.CODFUN'          TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.DEPENDENTES
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'DISCIPLIN.CODFUN'            TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.DISCIPLIN
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'DOCADMFUN.CODFUN'            TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.DOCADMFUN
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'DOCFUN.CODFUN'               TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.DOCFUN
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'ESOCIALEVT.CODFUN'           TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.ESOCIALEVT
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'ESTABILIDADE.CODFUN'         TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.ESTABILIDADE
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'ESTAGIO.CODFUN'              TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.ESTAGIO
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'FATURATMP.CODFUN'            TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.FATURATMP
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'FERIAS.CODFUN'               TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.FERIAS
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'FERIASPROG.CODFUN'           TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.FERIASPROG
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'FOLHACALC.CODFUN'            TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.FOLHACALC
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'FOLHALIN.CODFUN'             TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.FOLHALIN
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'FUNCIONARIOS.CODFUN'         TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.FUNCIONARIOS
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'FUNCIONARIOS_HIST.CODFUN'    TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.FUNCIONARIOS_HIST
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'MOVPONTO.CODFUN'             TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.MOVPONTO
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'NOTIFICA.CODFUN'             TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.NOTIFICA
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'PENSAO.CODFUN'               TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.PENSAO
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'PENSAOMES.CODFUN'            TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.PENSAOMES
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'PLRPAGO.CODFUN'              TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.PLRPAGO
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'PREVADES.CODFUN'             TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.PREVADES
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'PREVCONTRIB.CODFUN'          TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.PREVCONTRIB
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'RATEIOCC.CODFUN'             TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.RATEIOCC
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'RECEBIVEL.CODFUN'            TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.RECEBIVEL
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'RECEBMOV.CODFUN'             TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.RECEBMOV
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'REQVAGA.CODFUN'              TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.REQVAGA
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'RESCPAG.CODFUN'              TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.RESCPAG
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'TREINAFUN.CODFUN'            TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.TREINAFUN
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'USUARIOFUN.CODFUN'           TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.USUARIOFUN
                SET CODFUN = '000' || SUBSTR(CODFUN, 1, 4)
              WHERE LENGTH(RTRIM(CODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
      *
       220-CONVERTE-OUTROS-CODIGOS.
      *    COLUNAS QUE GUARDAM O CODFUN DE OUTRO FUNCIONARIO.
          MOVE 'FUNCIONARIOS.GESTOR'         TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.FUNCIONARIOS
                SET GESTOR = '000' || SUBSTR(GESTOR, 1, 4)
              WHERE LENGTH(RTRIM(GESTOR)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'REQVAGA.GESTOR'              TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.REQVAGA
                SET GESTOR = '000' || SUBSTR(GESTOR, 1, 4)
              WHERE LENGTH(RTRIM(GESTOR)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'ESTAGIO.SUPERVISOR'          TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.ESTAGIO
                SET SUPERVISOR = '000' || SUBSTR(SUPERVISOR, 1, 4)
              WHERE LENGTH(RTRIM(SUPERVISOR)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'DELEGACA.CODDELEGANTE'       TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.DELEGACA
                SET CODDELEGANTE = '000' || SUBSTR(CODDELEGANTE, 1, 4)
              WHERE LENGTH(RTRIM(CODDELEGANTE)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'DELEGACA.CODDELEGADO'        TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.DELEGACA
                SET CODDELEGADO = '000' || SUBSTR(CODDELEGADO, 1, 4)
              WHERE LENGTH(RTRIM(CODDELEGADO)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'RESTARTC.ULTCODFUN'          TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.RESTARTC
                SET ULTCODFUN = '000' || SUBSTR(ULTCODFUN, 1, 4)
              WHERE LENGTH(RTRIM(ULTCODFUN)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
      *
       230-CONVERTE-VALORES.
      *    GESTOR GRAVADO COMO VALOR DE CAMPO: HISTORICO (BASE PARA O
      *    REPLAYFUN/RETRATFUN/REVERTFUN) E ALTERACAO EM MASSA.
          MOVE 'FUNCIONARIOS_HIST.VALORANTIGO'TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.FUNCIONARIOS_HIST
                SET VALORANTIGO = '000' || SUBSTR(VALORANTIGO, 1, 4)
              WHERE CAMPOALT = 'GESTOR'
                AND LENGTH(RTRIM(VALORANTIGO)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'FUNCIONARIOS_HIST.VALORNOVO' TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.FUNCIONARIOS_HIST
                SET VALORNOVO = '000' || SUBSTR(VALORNOVO, 1, 4)
              WHERE CAMPOALT = 'GESTOR'
                AND LENGTH(RTRIM(VALORNOVO)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'ALTMASSA.VALORNOVO'          TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.ALTMASSA
                SET VALORNOVO = '000' || SUBSTR(VALORNOVO, 1, 4)
              WHERE CAMPO = 'GESTOR'
                AND LENGTH(RTRIM(VALORNOVO)) = 4
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'ALTMASSAFUN.VALORANT'      TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.ALTMASSAFUN
                SET VALORANT = '000' || SUBSTR(VALORANT, 1, 4)
              WHERE LENGTH(RTRIM(VALORANT)) = 4
                AND NUMPREVIA IN
                    (SELECT NUMPREVIA
                       FROM EAD719.ALTMASSA
                      WHERE CAMPO = 'GESTOR')
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
          MOVE 'ALTMASSACRI.CRITERIO'      TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.ALTMASSACRI
                SET CRITERIO = 'GESTOR=000' || SUBSTR(CRITERIO, 8, 4)
              WHERE CRITERIO LIKE 'GESTOR=%'
                AND LENGTH(RTRIM(CRITERIO)) = 11
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
      *
       240-CONVERTE-IDEVENTO.
      *    IDEVENTO = TIPO(4) + CODFUN + AAAAMMDD(8) + ORIGEM(2).
          MOVE 'ESOCIALEVT.IDEVENTO'       TO WK-TABELA.
          EXEC SQL
             UPDATE EAD719.ESOCIALEVT
                SET IDEVENTO = SUBSTR(IDEVENTO, 1, 4) || '000' ||
                               SUBSTR(IDEVENTO, 5, 14)
              WHERE LENGTH(RTRIM(IDEVENTO)) = 18
          END-EXEC.
          PERFORM 290-CONTA-CONVERTIDAS.
      *
       290-CONTA-CONVERTIDAS.
          EVALUATE SQLCODE
             WHEN 0
                MOVE SQLERRD(3) TO WK-QTDE-TABELA
             WHEN 100
                MOVE ZEROS TO WK-QTDE-TABELA
             WHEN OTHER
                MOVE SQLCODE TO WK-SQLCODE-EDIT
                CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
                DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                        ' NA CONVERSAO DE ' WK-TABELA
                        ' - DESFEITO, NADA FOI CONVERTIDO'
                EXEC SQL ROLLBACK END-EXEC
                MOVE 12 TO RETURN-CODE
                STOP RUN
          END-EVALUATE.
          ADD WK-QTDE-TABELA TO WK-QTDE-CONVERTIDA.
          DISPLAY '  ' WK-TABELA ' ' WK-QTDE-TABELA.
      *
       300-CONFERE SECTION.
       301-CONFERE.
          EXEC SQL
             SELECT COUNT(*)
               INTO :WK-QTDE-FORA-TAMANHO
               FROM EAD719.FUNCIONARIOS
              WHERE LENGTH(RTRIM(CODFUN)) NOT = 7
          END-EXEC.
          IF   SQLCODE NOT = 0
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                     ' NA CONFERENCIA DO TAMANHO DO CODFUN'
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.

          EXEC SQL
             OPEN CUR-CODFUN
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-CODFUN
                  INTO :WK-CODFUN-LIDO
             END-EXEC
             IF   SQLCODE = 0
                ADD 1 TO WK-QTDE-CONFERIDA
                CALL "VALCODFU" USING WK-CODFUN-LIDO, WK-CODFUN-VALIDO
                IF   NOT CODFUN-VALIDO
                   ADD 1 TO WK-QTDE-DV-INVALIDO
                   DISPLAY 'CODFUN ' WK-CODFUN-LIDO
                           ' NAO PASSA NO VALCODFU'
                END-IF
             END-IF
          END-PERFORM.
          IF   SQLCODE NOT = 100
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                     ' NA CONFERENCIA DO DIGITO VERIFICADOR'
             MOVE 12 TO RETURN-CODE
          END-IF.
          EXEC SQL
             CLOSE CUR-CODFUN
          END-EXEC.

          IF   RETURN-CODE = 0
             AND (WK-QTDE-FORA-TAMANHO > ZEROS
                  OR WK-QTDE-DV-INVALIDO > ZEROS)
             MOVE 4 TO RETURN-CODE
          END-IF.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DA CONVERSAO DO CODFUN'.
          DISPLAY '  VALORES CONVERTIDOS ... ' WK-QTDE-CONVERTIDA.
          DISPLAY '  FUNCIONARIOS CONFERIDOS ' WK-QTDE-CONFERIDA.
          DISPLAY '  CODFUN FORA DE 7 POS .. ' WK-QTDE-FORA-TAMANHO.
          DISPLAY '  CODFUN COM DV INVALIDO  ' WK-QTDE-DV-INVALIDO.
          DISPLAY '  RECRIAR O ESPELHO VSAM (ESPELHAF) COM A CHAVE '
                  'DE 7 POSICOES'.
          DISPLAY '================================================'.
          EXIT.
