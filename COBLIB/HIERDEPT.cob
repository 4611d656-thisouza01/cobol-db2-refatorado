       IDENTIFICATION                        DIVISION.
       PROGRAM-ID.                           HIERDEPT.
      *****************************************************
      * MONTA A ARVORE DE DEPARTAMENTOS (CADA UM APONTA   *
      * PARA O SEU DEPTOPAI; EM BRANCO RESPONDE DIRETO A  *
      * EMPRESA) E DEVOLVE EM HD-LINHA (CPYHIERD) A ORDEM *
      * DE IMPRESSAO: CADA DEPARTAMENTO SEGUIDO DOS SEUS  *
      * SUBORDINADOS, O SUBTOTAL DA AREA DEPOIS DO ULTIMO *
      * DELES, O TOTAL DA EMPRESA E O TOTAL GERAL. OS     *
      * VALORES SAO OS DO CHAMADOR (ATE SEIS), SOMADOS DE *
      * BAIXO PARA CIMA. SUBROTINA COMPARTILHADA PELOS    *
      * RELATORIOS POR DEPARTAMENTO (RELDEPTO, RELTEND E  *
      * RELORCAM), NO MOLDE DO CACHEREF.                  *
      * PAI QUE NAO ESTA NA LISTA (OUTRA EMPRESA, FILTRO  *
      * DO CHAMADOR) FAZ DO DEPARTAMENTO UMA RAIZ. UM     *
      * CICLO GRAVADO ANTES DA CRITICA DO VALHIERD NAO    *
      * TRAVA A ROTINA: O DEPARTAMENTO JA VISITADO NAO E  *
      * VISITADO DE NOVO, E O QUE SO SE ALCANCA PELO      *
      * CICLO SAI COMO RAIZ E E CONTADO EM                *
      * HD-QTDE-FORA-ARVORE.                              *
      *****************************************************
       ENVIRONMENT                           DIVISION.
       CONFIGURATION                         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       DATA                                  DIVISION.
       WORKING-STORAGE                       SECTION.
      *
       77  WK-I                             PIC 9(04)  VALUE ZEROS.
       77  WK-J                             PIC 9(04)  VALUE ZEROS.
       77  WK-K                             PIC 9(01)  VALUE ZEROS.
       77  WK-NO                            PIC 9(04)  VALUE ZEROS.
       77  WK-NO-PAI                        PIC 9(04)  VALUE ZEROS.
       77  WK-TOPO                          PIC 9(02)  VALUE ZEROS.
       77  WK-MAX-NIVEIS                    PIC 9(02)  VALUE 50.
       77  WK-EMPRESA-CORRENTE              PIC X(03)  VALUE SPACES.
       77  WK-TEM-EMPRESA                   PIC X(01)  VALUE 'N'.
           88  TEM-EMPRESA-ABERTA                      VALUE 'S'.
      *
      *    SITUACAO DE CADA DEPARTAMENTO NA VARREDURA, NA MESMA
      *    POSICAO DE HD-DEPTO.
       01  WK-TAB-NOS.
           05  WK-NO-ENTRADA                OCCURS 500 TIMES.
               10  WK-PAI-IDX               PIC 9(04).
               10  WK-VISITADO              PIC X(01).
               10  WK-TEM-FILHO             PIC X(01).
               10  WK-POS-FILHO             PIC 9(04).
               10  WK-AREA                  PIC S9(13)V99
                                            OCCURS 6 TIMES.
      *
      *    CAMINHO DA RAIZ ATE O DEPARTAMENTO EM VISITA.
       01  WK-TAB-PILHA.
           05  WK-PILHA                     PIC 9(04)
                                            OCCURS 50 TIMES.
      *
       01  WK-TOT-EMPRESA.
           05  WK-TOT-EMP-VALOR             PIC S9(13)V99
                                            OCCURS 6 TIMES.
       01  WK-TOT-GERAL.
           05  WK-TOT-GER-VALOR             PIC S9(13)V99
                                            OCCURS 6 TIMES.
      *
       LINKAGE                               SECTION.
           COPY CPYHIERD.
      *
       PROCEDURE                             DIVISION USING
                                                 HD-AREA.

       PERFORM MONTA-ARVORE.
       GOBACK.

       MONTA-ARVORE.
           SET HD-OK                         TO TRUE.
           MOVE ZEROS                        TO HD-QTDE-LINHAS
                                                HD-QTDE-FORA-ARVORE.
           INITIALIZE WK-TAB-NOS WK-TOT-EMPRESA WK-TOT-GERAL.
           MOVE ZEROS                        TO WK-TOPO.
           MOVE 'N'                          TO WK-TEM-EMPRESA.
           MOVE SPACES                       TO WK-EMPRESA-CORRENTE.
           PERFORM LOCALIZA-PAI
                   VARYING WK-I FROM 1 BY 1
                   UNTIL WK-I > HD-QTDE-DEPTOS.
      *    PRIMEIRO AS RAIZES DE VERDADE, NA ORDEM DO CHAMADOR
      *    (EMPRESA E CODIGO); DEPOIS O QUE SOBROU SEM VISITA, QUE
      *    SO PODE ESTAR NUM CICLO.
           PERFORM PERCORRE-RAIZ
                   VARYING WK-I FROM 1 BY 1
                   UNTIL WK-I > HD-QTDE-DEPTOS.
           PERFORM PERCORRE-SOBRA
                   VARYING WK-I FROM 1 BY 1
                   UNTIL WK-I > HD-QTDE-DEPTOS.
           IF   TEM-EMPRESA-ABERTA
               PERFORM FECHA-EMPRESA
               PERFORM NOVA-LINHA
               IF   HD-OK
                   SET HD-LINHA-GERAL(HD-QTDE-LINHAS) TO TRUE
                   MOVE 'TOT'     TO HD-EMPRESA-LINHA(HD-QTDE-LINHAS)
                   PERFORM VARYING WK-K FROM 1 BY 1 UNTIL WK-K > 6
                       MOVE WK-TOT-GER-VALOR(WK-K)
                         TO HD-TOTAL(HD-QTDE-LINHAS, WK-K)
                   END-PERFORM
               END-IF
           END-IF.

       LOCALIZA-PAI.
           MOVE ZEROS                        TO WK-PAI-IDX(WK-I).
           MOVE 'N'                          TO WK-VISITADO(WK-I)
                                                WK-TEM-FILHO(WK-I).
           IF   HD-PAI(WK-I)                 NOT = SPACES
               AND HD-PAI(WK-I)              NOT = HD-COD(WK-I)
               PERFORM VARYING WK-J FROM 1 BY 1
                       UNTIL WK-J > HD-QTDE-DEPTOS
                          OR WK-PAI-IDX(WK-I) > ZEROS
                   IF   HD-COD(WK-J)         = HD-PAI(WK-I)
                       AND HD-EMPRESA(WK-J)  = HD-EMPRESA(WK-I)
                       MOVE WK-J             TO WK-PAI-IDX(WK-I)
                   END-IF
               END-PERFORM
           END-IF.

       PERCORRE-RAIZ.
           IF   WK-PAI-IDX(WK-I)             = ZEROS
               AND WK-VISITADO(WK-I)         = 'N'
               PERFORM VISITA-RAIZ
           END-IF.

       PERCORRE-SOBRA.
           IF   WK-VISITADO(WK-I)            = 'N'
               ADD 1                         TO HD-QTDE-FORA-ARVORE
               PERFORM VISITA-RAIZ
           END-IF.

       VISITA-RAIZ.
           IF   TEM-EMPRESA-ABERTA
               AND HD-EMPRESA(WK-I)          NOT = WK-EMPRESA-CORRENTE
               PERFORM FECHA-EMPRESA
           END-IF.
           IF   NOT TEM-EMPRESA-ABERTA
               MOVE HD-EMPRESA(WK-I)         TO WK-EMPRESA-CORRENTE
               MOVE 'S'                      TO WK-TEM-EMPRESA
           END-IF.
           MOVE WK-I                         TO WK-NO.
           PERFORM EMPILHA.
           PERFORM DESCE-ARVORE
                   UNTIL WK-TOPO = ZEROS.

       EMPILHA.
           ADD 1                             TO WK-TOPO.
           MOVE WK-NO                        TO WK-PILHA(WK-TOPO).
           MOVE 'S'                          TO WK-VISITADO(WK-NO).
           MOVE ZEROS                        TO WK-POS-FILHO(WK-NO).
           PERFORM NOVA-LINHA.
           IF   HD-OK
               SET HD-LINHA-DEPTO(HD-QTDE-LINHAS) TO TRUE
               MOVE WK-NO                    TO HD-IDX(HD-QTDE-LINHAS)
               COMPUTE HD-NIVEL(HD-QTDE-LINHAS) = WK-TOPO - 1
               MOVE HD-EMPRESA(WK-NO)
                 TO HD-EMPRESA-LINHA(HD-QTDE-LINHAS)
           END-IF.
           PERFORM VARYING WK-K FROM 1 BY 1 UNTIL WK-K > 6
               MOVE HD-VALOR(WK-NO, WK-K)    TO WK-AREA(WK-NO, WK-K)
               IF   HD-OK
                   MOVE HD-VALOR(WK-NO, WK-K)
                     TO HD-TOTAL(HD-QTDE-LINHAS, WK-K)
               END-IF
           END-PERFORM.

       DESCE-ARVORE.
      *    PROXIMO SUBORDINADO AINDA NAO VISITADO DO DEPARTAMENTO NO
      *    TOPO; SEM NENHUM, O DEPARTAMENTO SAI DA PILHA.
           MOVE WK-PILHA(WK-TOPO)            TO WK-NO.
           COMPUTE WK-J = WK-POS-FILHO(WK-NO) + 1.
           PERFORM UNTIL WK-J > HD-QTDE-DEPTOS
                      OR (WK-PAI-IDX(WK-J)   = WK-NO
                          AND WK-VISITADO(WK-J) = 'N')
               ADD 1                         TO WK-J
           END-PERFORM.
           IF   WK-J                         > HD-QTDE-DEPTOS
               PERFORM DESEMPILHA
           ELSE
               MOVE WK-J                     TO WK-POS-FILHO(WK-NO)
               MOVE 'S'                      TO WK-TEM-FILHO(WK-NO)
      *        ARVORE MAIS FUNDA QUE A PILHA: O RESTO DO GALHO FICA
      *        PARA A SEGUNDA VARREDURA.
               IF   WK-TOPO                  < WK-MAX-NIVEIS
                   MOVE WK-J                 TO WK-NO
                   PERFORM EMPILHA
               END-IF
           END-IF.

       DESEMPILHA.
           IF   WK-TEM-FILHO(WK-NO)          = 'S'
               PERFORM NOVA-LINHA
               IF   HD-OK
                   SET HD-LINHA-AREA(HD-QTDE-LINHAS) TO TRUE
                   MOVE WK-NO                TO HD-IDX(HD-QTDE-LINHAS)
                   COMPUTE HD-NIVEL(HD-QTDE-LINHAS) = WK-TOPO - 1
                   MOVE HD-EMPRESA(WK-NO)
                     TO HD-EMPRESA-LINHA(HD-QTDE-LINHAS)
                   PERFORM VARYING WK-K FROM 1 BY 1 UNTIL WK-K > 6
                       MOVE WK-AREA(WK-NO, WK-K)
                         TO HD-TOTAL(HD-QTDE-LINHAS, WK-K)
                   END-PERFORM
               END-IF
           END-IF.
           SUBTRACT 1                        FROM WK-TOPO.
           IF   WK-TOPO                      > ZEROS
               MOVE WK-PILHA(WK-TOPO)        TO WK-NO-PAI
           END-IF.
      *    A AREA DO DEPARTAMENTO SOBE PARA O PAI, OU PARA A
      *    EMPRESA QUANDO ELE E A RAIZ.
           PERFORM VARYING WK-K FROM 1 BY 1 UNTIL WK-K > 6
               IF   WK-TOPO                  > ZEROS
                   ADD WK-AREA(WK-NO, WK-K)
                    TO WK-AREA(WK-NO-PAI, WK-K)
               ELSE
                   ADD WK-AREA(WK-NO, WK-K)
                    TO WK-TOT-EMP-VALOR(WK-K)
               END-IF
           END-PERFORM.

       FECHA-EMPRESA.
           PERFORM NOVA-LINHA.
           IF   HD-OK
               SET HD-LINHA-EMPRESA(HD-QTDE-LINHAS) TO TRUE
               MOVE WK-EMPRESA-CORRENTE
                 TO HD-EMPRESA-LINHA(HD-QTDE-LINHAS)
           END-IF.
           PERFORM VARYING WK-K FROM 1 BY 1 UNTIL WK-K > 6
               IF   HD-OK
                   MOVE WK-TOT-EMP-VALOR(WK-K)
                     TO HD-TOTAL(HD-QTDE-LINHAS, WK-K)
               END-IF
               ADD WK-TOT-EMP-VALOR(WK-K)    TO WK-TOT-GER-VALOR(WK-K)
           END-PERFORM.
           INITIALIZE WK-TOT-EMPRESA.
           MOVE 'N'                          TO WK-TEM-EMPRESA.

       NOVA-LINHA.
           IF   HD-QTDE-LINHAS               < 1600
               ADD 1                         TO HD-QTDE-LINHAS
               MOVE ZEROS                    TO HD-IDX(HD-QTDE-LINHAS)
                                                HD-NIVEL(HD-QTDE-LINHAS)
               MOVE SPACES
                 TO HD-EMPRESA-LINHA(HD-QTDE-LINHAS)
           ELSE
               SET HD-ESTOUROU               TO TRUE
           END-IF.
