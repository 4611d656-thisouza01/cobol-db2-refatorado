                                       ==WK-SALARIO-VALIDO==
                                   ==CAMPO-VALIDO== BY
                                       ==SALARIO-VALIDO==.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-DOCUMENTOS-VALIDOS==
                                   ==CAMPO-VALIDO== BY
                                       ==DOCUMENTOS-VALIDOS==.
       77  WK-DOCS-PENDENTES         PIC X(30)  VALUE SPACES.
      *    SINDICATO NAO INFORMADO AO VALSALAR - O PISO DA CONVENCAO
      *    COLETIVA E CONFERIDO NA INCLUSAO E NAS ALTERACOES DE
      *    SALARIO (INCLUIR, ALTSALAR, AJUSTSAL).
       77  WK-SINDFUN-VALSAL         PIC X(03)       VALUE SPACES.
      *
       LINKAGE                       SECTION.
       01 LK-CARGOFUN-ACCEPT         PIC X(04).
       01 LK-CODFUN                  PIC X(07).
       COPY CPYSTAT.
      *
       PROCEDURE                     DIVISION USING LK-CODFUN,
           IF   CARGO-VALIDO
               CALL "VALSALAR" USING WK-SALARIO-ATUAL,
                                     LK-CARGOFUN-ACCEPT,
                                     WK-SINDFUN-VALSAL,
                                     WK-SALARIO-VALIDO
           END-IF.

               PERFORM CONFERE-TRILHA-CARREIRA
           END-IF.

      *   CARGO QUE EXIGE REGISTRO PROFISSIONAL, HABILITACAO OU
      *   AUTORIZACAO DE TRABALHO (EAD719.DOCCARGO) SO RECEBE QUEM
      *   TEM O DOCUMENTO CADASTRADO E DENTRO DA VALIDADE (MANDOCUM).
           IF   CARGO-VALIDO
               CALL "VALDOCUM" USING LK-CODFUN,
                                     LK-CARGOFUN-ACCEPT,
                                     WK-DOCS-PENDENTES,
                                     WK-DOCUMENTOS-VALIDOS
           END-IF.

           IF   NOT CARGO-VALIDO
               DISPLAY 'CARGO ' LK-CARGOFUN-ACCEPT
                       ' NAO EXISTE NO CADASTRO DE CARGOS!'
               DISPLAY 'SALARIO ATUAL DO FUNCIONARIO ' LK-CODFUN
                       ' FICA FORA DA FAIXA DO CARGO '
                       LK-CARGOFUN-ACCEPT '!'
           ELSE
           IF   NOT DOCUMENTOS-VALIDOS
               DISPLAY 'CARGO ' LK-CARGOFUN-ACCEPT ' EXIGE '
                       'DOCUMENTO(S) AUSENTE(S) OU VENCIDO(S) PARA O '
                       'FUNCIONARIO ' LK-CODFUN ': ' WK-DOCS-PENDENTES
           ELSE
               EXEC SQL
                   VALUES (CURRENT SQLID) INTO :WK-LASTUPD-USER
               END-EVALUATE
           END-IF
           END-IF
           END-IF
           END-IF.
      *
       CONFERE-TRILHA-CARREIRA.
