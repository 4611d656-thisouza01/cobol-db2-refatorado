      * LOTE NAS FUNCOES C/M/X DO PROGMAIN (INCDEPTO/    *
      * ALTDEPTC/EXCDEPTO) - VALIDACOES E MENSAGENS      *
      * IDENTICAS ENTRE LOTE E ONLINE, INCLUSIVE O       *
      * LIMITE DE VAGAS (LIMITE) E O DEPARTAMENTO PAI    *
      * (PAIDEP; '***' NA ALTERACAO TIRA O PAI).         *
      ****************************************************
      * O MAPA DEPMAPA DO MAPSET DEPMSET E O PSB/PCT     *
      * DESTA TRANSACAO (TRANID DEPM) SAO DEFINIDOS FORA *
            05  WK-DEPTO-DESC          PIC X(30).
            05  WK-DEPTO-LIMITE        PIC 9(04).
            05  WK-DEPTO-EMPRESA       PIC X(03).
            05  WK-DEPTO-FILIAL        PIC X(04).
            05  WK-DEPTO-PAI           PIC X(03).
        77  WK-FUNCAO-ACCEPT           PIC X.
       *
        LINKAGE                       SECTION.
           MOVE CODDEPI     OF DEPMAPAI TO WK-DEPTO-COD.
           MOVE DESCDEPI    OF DEPMAPAI TO WK-DEPTO-DESC.
           MOVE EMPRESADI   OF DEPMAPAI TO WK-DEPTO-EMPRESA.
           MOVE FILIALDI    OF DEPMAPAI TO WK-DEPTO-FILIAL.
           MOVE PAIDEPI     OF DEPMAPAI TO WK-DEPTO-PAI.
           IF  LIMITEI OF DEPMAPAI IS NUMERIC
              MOVE LIMITEI  OF DEPMAPAI TO WK-DEPTO-LIMITE
           ELSE
           MOVE WK-DEPTO-DESC        TO DESCDEPO    OF DEPMAPAO.
           MOVE WK-DEPTO-LIMITE      TO LIMITEO     OF DEPMAPAO.
           MOVE WK-DEPTO-EMPRESA     TO EMPRESADO   OF DEPMAPAO.
           MOVE WK-DEPTO-FILIAL      TO FILIALDO    OF DEPMAPAO.
           MOVE WK-DEPTO-PAI         TO PAIDEPO     OF DEPMAPAO.
           MOVE WK-MENSAGEM          TO MSGDO       OF DEPMAPAO.

           EXEC CICS SEND MAP ('DEPMAPA')
