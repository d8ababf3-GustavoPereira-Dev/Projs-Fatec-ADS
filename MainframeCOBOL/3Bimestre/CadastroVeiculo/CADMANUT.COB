      **************************************************************
      * CADASTRO DE MANUTENCAO DE VEICULO - REGISTRA DATA, KM       *
      * RODADO E SERVICO EXECUTADO EM CADA REVISAO DE UM CARRO JA   *
      * CADASTRADO EM CADCAR. A OFICINA E INFORMADA PELO CODIGO DO  *
      * FORNECEDOR (CADFORN, TIPO O ATIVO) E O NOME DO CADASTRO E   *
      * COPIADO PARA O CAMPO OFICINA, LIDO PELOS RELATORIOS.        *
      * O VALOR DIGITADO E O DO SERVICO; AS PECAS SAIDAS DO ESTOQUE *
      * PARA A REVISAO (CADMNTPC) SOMAM-SE A ELE NO VALORMANUT, QUE *
      * E O CUSTO TOTAL LIDO PELOS RELATORIOS. REVISAO COM PECAS SO *
      * E EXCLUIDA DEPOIS DO ESTORNO DOS ITENS NO CADMNTPC.         *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEAUTMN
                    FILE STATUS  IS ST-ERRO3.
      *
       SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-COD
                    FILE STATUS  IS ST-FOR
                    ALTERNATE RECORD KEY IS FOR-NOME
                                   WITH DUPLICATES.
      *
       SELECT CADMNTPC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMNTPC
                    FILE STATUS  IS ST-MPC.
      *
       SELECT CADMANUT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
             04 MESSEG-CAR  PIC 9(02).
             04 ANOSEG-CAR  PIC 9(04).
          03 DTSEGURO1-CAR REDEFINES DTSEGURO-CAR PIC 9(08).
          03 MODELO-CAR    PIC 9(3).
          03 CHASSI-CAR    PIC X(17).
          03 RENAVAM-CAR   PIC 9(11).
          03 SIT-CAR       PIC X(1).
      *
       FD CADMANUT
               LABEL RECORD IS STANDARD
          03 OFICINA          PIC X(30).
          03 VALORMANUT       PIC 9(6)V99.
          03 MNT-AUTSEQ       PIC 9(3).
          03 MNT-CODFORN      PIC 9(5).
      *
       FD CADABAST
               LABEL RECORD IS STANDARD
          03 ABA-KM           PIC 9(7).
          03 ABA-POSTO        PIC X(20).
          03 ABA-CONCIL       PIC X(1).
          03 ABA-CODFORN      PIC 9(5).
      *
       FD CADAUTMN
               LABEL RECORD IS STANDARD
          03 AUT-SIT          PIC X(1).
          03 AUT-OPERAPRV     PIC 9(3).
          03 AUT-DTAPRV       PIC 9(8).
          03 AUT-CODFORN      PIC 9(5).
      *
       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
       01 REGFORN.
          03 FOR-COD          PIC 9(5).
          03 FOR-NOME         PIC X(30).
          03 FOR-CNPJ         PIC 9(14).
          03 FOR-TIPO         PIC X(1).
          03 FOR-CONTATO      PIC X(20).
          03 FOR-DDD          PIC 9(2).
          03 FOR-FONE         PIC 9(9).
          03 FOR-CEP          PIC 9(8).
          03 FOR-NENDRC       PIC 9(5).
          03 FOR-COMPL        PIC X(10).
          03 FOR-BANCO        PIC 9(3).
          03 FOR-AGENCIA      PIC 9(4).
          03 FOR-CONTA        PIC X(10).
          03 FOR-SIT          PIC X(1).
      *
       FD CADMNTPC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMNTPC.DAT".
       01 REGMNTPC.
          03 CHAVEMNTPC.
             05 MPC-PLACA     PIC X(7).
             05 MPC-DTMANUT   PIC 9(8).
             05 MPC-ITEM      PIC 9(2).
          03 MPC-CODPECA      PIC 9(5).
          03 MPC-QTD          PIC 9(5)V99.
          03 MPC-CUSTOUNIT    PIC 9(6)V99.
          03 MPC-VALOR        PIC 9(8)V99.
          03 MPC-DTMOV        PIC 9(8).
          03 MPC-SEQMOV       PIC 9(3).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 W-TEMAUT      PIC X(01) VALUE "N".
       01 ST-ABA        PIC X(02) VALUE "00".
       01 ST-FOR        PIC X(02) VALUE "00".
       01 W-TEMABA      PIC X(01) VALUE "N".
       01 W-MAXKM       PIC 9(07) VALUE ZEROS.
       01 W-PLACAKM     PIC X(07) VALUE SPACES.
       01 W-REGSAVEM    PIC X(110) VALUE SPACES.
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 ST-MPC        PIC X(02) VALUE "00".
       01 W-TEMMPC      PIC X(01) VALUE "N".
       01 W-VLRSERV     PIC 9(06)V99 VALUE ZEROS.
       01 W-VLRPECAS    PIC 9(08)V99 VALUE ZEROS.
       01 W-QTDITENS    PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
       SCREEN SECTION.
           05  LINE 17  COLUMN 01
               VALUE  "   SERVICO EXECUTADO :".
           05  LINE 20  COLUMN 01
               VALUE  "   OFICINA (CODIGO)  :".
           05  LINE 21  COLUMN 01
               VALUE  "   PECAS DO ESTOQUE  :".
           05  LINE 21  COLUMN 44
               VALUE  "SERVICO :".
           05  LINE 22  COLUMN 44
               VALUE  "TOTAL   :".
           05  LINE 23  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TPLACA
               LINE 17  COLUMN 24  PIC X(40)
               USING  DESCMANUT
               HIGHLIGHT.
           05  TCODFORN
               LINE 20  COLUMN 24  PIC 9(05)
               USING  MNT-CODFORN
               HIGHLIGHT.
           05  TOFICINA
               LINE 20  COLUMN 31  PIC X(30)
               USING  OFICINA
               HIGHLIGHT.
           05  TVLRPECAS
               LINE 21  COLUMN 24  PIC ZZ.ZZZ.ZZ9,99
               FROM   W-VLRPECAS.
           05  TVLRSERV
               LINE 21  COLUMN 54  PIC 9(06),99
               USING  W-VLRSERV
               HIGHLIGHT.
           05  TVALORMANUT
               LINE 22  COLUMN 54  PIC ZZZ.ZZ9,99
               FROM   VALORMANUT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT CADABAST
           IF ST-ABA NOT = "00"
              MOVE "N" TO W-TEMABA.
       R0D.
           OPEN INPUT CADFORN
           IF ST-FOR NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFORN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R0E.
           MOVE "S" TO W-TEMMPC
           OPEN INPUT CADMNTPC
           IF ST-MPC NOT = "00"
              MOVE "N" TO W-TEMMPC.
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE SPACES TO PLACA-M NOMEPROP-CAR DESCMANUT OFICINA
           MOVE ZEROS TO DTMANUT KMMANUT W-SEL
           MOVE ZEROS TO VALORMANUT MNT-AUTSEQ MNT-CODFORN
           MOVE ZEROS TO W-VLRSERV W-VLRPECAS W-QTDITENS
      *-------------[VISUALIZACAO DA TELA]--------------------------------
           DISPLAY TCADMANUT.
      *
           READ CADMANUT
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 PERFORM ROT-SOMA-PECAS THRU ROT-SOMA-PECAS-FIM
                 DISPLAY TCADMANUT
                 MOVE "*** REVISAO JA CADASTRADA NESTA DATA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF DESCMANUT = SPACES
                   GO TO R5.
      *
      *    OFICINA PELO CODIGO DO FORNECEDOR (CADFORN TIPO O)
       R6.
           ACCEPT TCODFORN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           MOVE MNT-CODFORN TO FOR-COD
           READ CADFORN
           IF ST-FOR NOT = "00"
              MOVE "*** FORNECEDOR NAO CADASTRADO EM CADFORN ***"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           IF FOR-TIPO NOT = "O"
              MOVE "*** FORNECEDOR NAO E OFICINA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           IF FOR-SIT = "I"
              MOVE "*** FORNECEDOR INATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           MOVE FOR-NOME TO OFICINA
           DISPLAY TOFICINA.
      *    VALOR DO SERVICO; O TOTAL SOMA AS PECAS DO ESTOQUE
       R9V.
           ACCEPT TVLRSERV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           COMPUTE VALORMANUT = W-VLRSERV + W-VLRPECAS
              ON SIZE ERROR
                 MOVE "*** VALOR TOTAL ACIMA DO LIMITE DO CAMPO ***"
                                                        TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R9V.
           DISPLAY TVALORMANUT.
      *    VINCULO COM A AUTORIZACAO DE SERVICO (CADAUTMN):
      *    PRECISA EXISTIR PARA A PLACA E ESTAR APROVADA; ZERO
      *    FICA REGISTRADO COMO SERVICO SEM AUTORIZACAO E SAI NA
              MOVE "*** AUTORIZACAO AINDA NAO APROVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9A.
           IF AUT-CODFORN NOT = ZEROS AND
              AUT-CODFORN NOT = MNT-CODFORN
              MOVE "ATENCAO: OFICINA DIFERENTE DA AUTORIZADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R9B.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                      MOVE 1 TO W-SEL
                      GO TO R4.
      *
      *    AS PECAS BAIXADAS VOLTAM AO ESTOQUE ANTES, NO CADMNTPC
       EXC-OPC.
                IF W-QTDITENS NOT = ZEROS
                   MOVE "REVISAO COM PECAS - ESTORNE NO CADMNTPC"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                DISPLAY (23, 35) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 53) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                GO TO ROT-FIM.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           IF W-TEMMPC = "S"
              CLOSE CADMNTPC.
           IF W-TEMABA = "S"
              CLOSE CADABAST.
           IF W-TEMAUT = "S"
              CLOSE CADAUTMN.
       ROT-FIM0.
           CLOSE CADCAR CADMANUT CADFORN.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           GO TO ROT-MAX-KM-ABA-RD.
       ROT-MAX-KM-FIM.
           EXIT.
      *********************************************************
      * PECAS DO ESTOQUE JA LANCADAS NA REVISAO EM TELA: VALOR *
      * EM W-VLRPECAS, ITENS EM W-QTDITENS; O SERVICO E O      *
      * RESTANTE DO VALORMANUT                                 *
      *********************************************************
       ROT-SOMA-PECAS.
           MOVE ZEROS TO W-VLRPECAS W-QTDITENS
           IF W-TEMMPC NOT = "S"
              GO TO ROT-SOMA-PECAS-SRV.
           MOVE PLACA-M TO MPC-PLACA
           MOVE DTMANUT TO MPC-DTMANUT
           MOVE ZEROS   TO MPC-ITEM
           START CADMNTPC KEY IS NOT LESS CHAVEMNTPC
                 INVALID KEY
                    GO TO ROT-SOMA-PECAS-SRV.
       ROT-SOMA-PECAS-RD.
           READ CADMNTPC NEXT RECORD
                AT END
                   GO TO ROT-SOMA-PECAS-SRV
           END-READ
           IF ST-MPC NOT = "00" OR MPC-PLACA NOT = PLACA-M
              OR MPC-DTMANUT NOT = DTMANUT
              GO TO ROT-SOMA-PECAS-SRV.
           ADD MPC-VALOR TO W-VLRPECAS
           ADD 1 TO W-QTDITENS
           GO TO ROT-SOMA-PECAS-RD.
       ROT-SOMA-PECAS-SRV.
           IF VALORMANUT < W-VLRPECAS
              MOVE ZEROS TO W-VLRSERV
           ELSE
              COMPUTE W-VLRSERV = VALORMANUT - W-VLRPECAS.
       ROT-SOMA-PECAS-FIM.
           EXIT.
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
