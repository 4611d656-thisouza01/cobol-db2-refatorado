       IDENTIFICATION                        DIVISION.
       PROGRAM-ID.                           VALMOTDE.
      *****************************************************
      * CONFERE O CODIGO DE MOTIVO DE DESLIGAMENTO        *
      * INFORMADO (EAD719.MOTDESLIG, CADASTRO MANMOTDE) E *
      * DEVOLVE EM MD-MOTIVO (CPYMOTDE) A DESCRICAO, O    *
      * CODIGO DO CAGED, O TIPO DA RESCISAO E OS          *
      * INDICADORES DE SAIDA VOLUNTARIA E DE PERDA        *
      * LAMENTADA. SO VALE MOTIVO ATIVO - O DESATIVADO    *
      * CONTINUA NO CADASTRO PARA O HISTORICO, MAS NAO    *
      * SERVE PARA DESLIGAMENTO NOVO. SUBROTINA DO        *
      * TERMINA, DESLDEPT E VENCECON, NO MOLDE DO         *
      * VALHIERD; O MOTIVO DA RECUSA SAI NO DISPLAY.      *
      *****************************************************
       ENVIRONMENT                           DIVISION.
       CONFIGURATION                         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       DATA                                  DIVISION.
       WORKING-STORAGE                       SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
       77  WK-ATIVO                         PIC X(01)  VALUE SPACES.
      *
       LINKAGE                               SECTION.
           COPY CPYMOTDE.
           COPY CPYVALLK REPLACING ==LK-CAMPO-VALIDO== BY
                                       ==LK-MOTIVO-VALIDO==
                                   ==CAMPO-VALIDO== BY
                                       ==MOTIVO-VALIDO==.
      *
       PROCEDURE                             DIVISION USING
                                                 MD-MOTIVO,
                                                 LK-MOTIVO-VALIDO.

       PERFORM CONFERE-MOTIVO.
       GOBACK.

       CONFERE-MOTIVO.
           MOVE 'N' TO LK-MOTIVO-VALIDO.
           MOVE SPACES TO MD-DESCRICAO MD-CODLEGAL MD-TIPORESC
                          MD-VOLUNTARIO MD-LAMENTADA.
           IF   MD-CODMOTIVO                 = SPACES
               DISPLAY 'VALMOTDE: MOTIVO DE DESLIGAMENTO NAO '
                       'INFORMADO'
           ELSE
               PERFORM LE-MOTIVO
           END-IF.

       LE-MOTIVO.
           EXEC SQL
               SELECT DESCRICAO, CODLEGAL, TIPORESC, VOLUNTARIO,
                      LAMENTADA, ATIVO
                 INTO :MD-DESCRICAO, :MD-CODLEGAL, :MD-TIPORESC,
                      :MD-VOLUNTARIO, :MD-LAMENTADA, :WK-ATIVO
                 FROM EAD719.MOTDESLIG
                WHERE CODMOTIVO = :MD-CODMOTIVO
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE                  = 100
                   DISPLAY 'VALMOTDE: MOTIVO DE DESLIGAMENTO '
                           MD-CODMOTIVO ' NAO CADASTRADO (MANMOTDE)'
               WHEN SQLCODE                  NOT = 0
                   DISPLAY 'VALMOTDE: ERRO NA LEITURA DO MOTIVO '
                           MD-CODMOTIVO ' - SQLCODE ' SQLCODE
               WHEN WK-ATIVO                 NOT = 'S'
                   DISPLAY 'VALMOTDE: MOTIVO DE DESLIGAMENTO '
                           MD-CODMOTIVO ' DESATIVADO'
               WHEN OTHER
                   SET MOTIVO-VALIDO TO TRUE
           END-EVALUATE.
