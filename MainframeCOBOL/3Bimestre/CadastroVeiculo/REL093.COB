       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL093.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CONTRATO DE COMPRA E VENDA E RECIBO DE ENTRADA - PARA UMA   *
      * VENDA (PLACA + DATA DA VENDA NO CADVDA) IMPRIME:            *
      *   CONTRATO.TXT - O CONTRATO, COM A LOJA VENDEDORA (EMPRESA  *
      *     DO VENDEDOR NO CADEMPR), O COMPRADOR (NOME, CPF E       *
      *     ENDERECO DO CADCLI PELO CADCEP), O VEICULO (MARCA,      *
      *     MODELO, ANO, COR, PLACA, CHASSI E RENAVAM DO CADCAR),   *
      *     O PRECO, O VEICULO DADO NA TROCA E A FORMA DE           *
      *     PAGAMENTO, SEGUIDO DA PAGINA DO CARNE COM AS PARCELAS   *
      *     DO CADRECEB;                                            *
      *   RECIBO.TXT   - O RECIBO DA ENTRADA. A ENTRADA E O QUE O   *
      *     CARNE NAO COBRE: VENDA MENOS TROCA MENOS A SOMA DAS     *
      *     PARCELAS (VENDA SEM CARNE = LIQUIDO TODO NA ENTRADA).   *
      *     SEM ENTRADA E SEM TROCA O RECIBO NAO E EMITIDO.         *
      * OS DOIS ARQUIVOS VAO PARA O SPOOL (SPOOLREG), DE ONDE SAO   *
      * REIMPRESSOS PELO CONSPOOL. VENDA SEM CLIENTE CADASTRADO SAI *
      * COM O NOME DO COMPRADOR E CPF/ENDERECO EM BRANCO.           *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADVDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEVENDA
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADCAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLACA-CAR
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLI-COD
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS CLI-NOME
                                   WITH DUPLICATES.
      *
           SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP-NUMCEP
                    FILE STATUS  IS ST-ERRO4.
      *
           SELECT CADMARCA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MARCA-COD
                    FILE STATUS  IS ST-ERRO5.
      *
           SELECT CADCOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COR-COD
                    FILE STATUS  IS ST-ERRO6.
      *
           SELECT CADMODV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMODV
                    FILE STATUS  IS ST-ERRO7.
      *
           SELECT CADRECEB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVERECEB
                    FILE STATUS  IS ST-ERRO8.
      *
           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFUNC
                    FILE STATUS  IS ST-ERRO9.
      *
           SELECT CADEMPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EMP-COD
                    FILE STATUS  IS ST-EMPR.
      *
           SELECT CONTRATO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CONTR.
      *
           SELECT RECIBO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-RECIB.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADVDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVDA.DAT".
       01 REGVENDA.
          03 CHAVEVENDA.
             05 PLACA         PIC X(7).
             05 DTAVENDA      PIC 9(8).
          03 COMPRADOR        PIC X(30).
          03 VALORVENDA       PIC 9(8)V99.
          03 VENDEDOR         PIC 9(5).
          03 VDA-CODCLI       PIC 9(5).
          03 VDA-PLACATROCA   PIC X(7).
          03 VDA-VLRTROCA     PIC 9(8)V99.
      *
       FD CADCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAR.DAT".
       01 REGCAR.
          03 PLACA-CAR     PIC X(7).
          03 NOMEPROP-CAR  PIC X(30).
          03 MARCA-CAR     PIC X(2).
          03 ANOFABC-CAR   PIC 9(4).
          03 COR-CAR       PIC 9(1).
          03 DTLICENC-CAR  PIC 9(8).
          03 DTSEGURO-CAR  PIC 9(8).
          03 MODELO-CAR    PIC 9(3).
          03 CHASSI-CAR    PIC X(17).
          03 RENAVAM-CAR   PIC 9(11).
          03 SIT-CAR       PIC X(1).
      *
       FD CADCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLI.DAT".
       01 REGCLI.
          03 CLI-COD          PIC 9(5).
          03 CLI-NOME         PIC X(30).
          03 CLI-DOC          PIC 9(11).
          03 CLI-DDD          PIC 9(2).
          03 CLI-NUMERO       PIC 9(9).
          03 CLI-CEP          PIC 9(8).
          03 CLI-NENDRC       PIC 9(5).
          03 CLI-COMPL        PIC X(10).
          03 CLI-LIMCRED      PIC 9(8)V99.
          03 CLI-SITCRED      PIC X(1).
      *
       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
       01 REGCEP.
          03 CEP-NUMCEP        PIC 9(08).
          03 CEP-LOGRA         PIC X(30).
          03 CEP-BAIRRO        PIC X(20).
          03 CEP-CIDADE        PIC X(20).
          03 CEP-UF            PIC X(02).
      *
       FD CADMARCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMARCA.DAT".
       01 REGMARCA.
          03 MARCA-COD         PIC X(02).
          03 MARCA-NOME        PIC X(15).
      *
       FD CADCOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOR.DAT".
       01 REGCOR.
          03 COR-COD           PIC 9(01).
          03 COR-NOME          PIC X(10).
      *
       FD CADMODV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMODV.DAT".
       01 REGMODV.
          03 CHAVEMODV.
             05 MOD-MARCA      PIC X(02).
             05 MOD-COD        PIC 9(03).
          03 MOD-NOME          PIC X(20).
          03 MOD-VERSAO        PIC X(15).
          03 MOD-COMBUST       PIC X(01).
          03 MOD-TANQUE        PIC 9(03).
          03 MOD-KMLREF        PIC 9(02)V99.
      *
       FD CADRECEB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECEB.DAT".
       01 REGRECEB.
          03 CHAVERECEB.
             05 REC-PLACA     PIC X(7).
             05 REC-DTAVENDA  PIC 9(8).
             05 REC-PARC      PIC 9(2).
          03 REC-COMPRADOR    PIC X(30).
          03 REC-DTVENC       PIC 9(8).
          03 REC-VALOR        PIC 9(8)V99.
          03 REC-DTRECEB      PIC 9(8).
          03 REC-CODCLI       PIC 9(5).
          03 REC-REMESSA      PIC X(1).
          03 REC-VLRMULTA     PIC 9(6)V99.
          03 REC-VLRJUROS     PIC 9(6)V99.
          03 REC-SIT          PIC X(1).
          03 REC-ACORDO       PIC 9(6).
          03 REC-ACORDOREN    PIC 9(6).
      *
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
          03 CODFUNC       PIC 9(5).
          03 NOME          PIC X(35).
          03 CODCARGO      PIC 9(3).
          03 NDEPS         PIC 9(2).
          03 CODDEP        PIC 9(3).
          03 CODAREA       PIC 9(3).
          03 ENDERECO      PIC 9(8).
          03 NENDRC        PIC 9(5).
          03 COMPENDRC     PIC X(10).
          03 EMAIL         PIC X(30).
          03 TELEFONE.
             05 DDD        PIC 9(2).
             05 NUMERO     PIC 9(9).
          03 SITFUNC       PIC X(1).
          03 DTADMISSAO    PIC 9(8).
          03 DTDEMISSAO    PIC 9(8).
          03 DTAFAST       PIC 9(8).
          03 DADOSBANC.
             05 BANCO      PIC 9(03).
             05 AGENCIA    PIC 9(04).
             05 CONTA      PIC X(10).
          03 MOTIVOAFAST   PIC X(30).
          03 DTPREVRET     PIC 9(8).
          03 EMPFUNC       PIC 9(02).
          03 CPFFUNC       PIC 9(11).
      *
       FD CADEMPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEMPR.DAT".
       01 REGEMPR.
          03 EMP-COD           PIC 9(02).
          03 EMP-NOME          PIC X(30).
          03 EMP-BANCO         PIC 9(03).
          03 EMP-AGENCIA       PIC 9(04).
          03 EMP-CONTA         PIC X(10).
      *
       FD CONTRATO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTRATO.TXT".
       01 LINHA-CONTR PIC X(80).
      *
       FD RECIBO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECIBO.TXT".
       01 LINHA-RECIB PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL093".
       01 W-SPARQ       PIC X(14) VALUE "CONTRATO.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 ST-ERRO9      PIC X(02) VALUE "00".
       01 ST-EMPR       PIC X(02) VALUE "00".
       01 ST-CONTR      PIC X(02) VALUE "00".
       01 ST-RECIB      PIC X(02) VALUE "00".
       01 W-TEMCLI      PIC X(01) VALUE "N".
       01 W-TEMCEP      PIC X(01) VALUE "N".
       01 W-TEMMARCA    PIC X(01) VALUE "N".
       01 W-TEMCOR      PIC X(01) VALUE "N".
       01 W-TEMMODV     PIC X(01) VALUE "N".
       01 W-TEMRECEB    PIC X(01) VALUE "N".
       01 W-TEMFUNC     PIC X(01) VALUE "N".
       01 W-TEMEMPR     PIC X(01) VALUE "N".
       01 W-TEMRECIBO   PIC X(01) VALUE "N".
       01 W-PLACA       PIC X(07) VALUE SPACES.
       01 W-DTAVENDA    PIC 9(08) VALUE ZEROS.
       01 W-QTDPARC     PIC 9(02) VALUE ZEROS.
       01 W-TOTPARC     PIC 9(09)V99 VALUE ZEROS.
       01 W-ENTRADA     PIC 9(09)V99 VALUE ZEROS.
       01 W-LIQUIDO     PIC 9(09)V99 VALUE ZEROS.
       01 W-IDXC        PIC 9(02) VALUE ZEROS.
      *
      *    DADOS DO VEICULO (VENDIDO E DA TROCA) PARA IMPRESSAO
       01 W-VEICULO.
          03 W-VEI-PLACA    PIC X(07).
          03 W-VEI-MARCA    PIC X(15).
          03 W-VEI-MODELO   PIC X(20).
          03 W-VEI-VERSAO   PIC X(15).
          03 W-VEI-ANO      PIC 9(04).
          03 W-VEI-COR      PIC X(10).
          03 W-VEI-CHASSI   PIC X(17).
          03 W-VEI-RENAVAM  PIC 9(11).
      *
      *    CPF DO COMPRADOR EM PARTES PARA A MASCARA 999.999.999-99
       01 W-CPF          PIC 9(11) VALUE ZEROS.
       01 W-CPF-R REDEFINES W-CPF.
          03 W-CPF1      PIC 9(03).
          03 W-CPF2      PIC 9(03).
          03 W-CPF3      PIC 9(03).
          03 W-CPFDV     PIC 9(02).
       01 W-CEP          PIC 9(08) VALUE ZEROS.
       01 W-CEP-R REDEFINES W-CEP.
          03 W-CEP1      PIC 9(05).
          03 W-CEP2      PIC 9(03).
      *
      *    CLAUSULAS FIXAS DO CONTRATO
       01 TABCLAUS.
          03 FILLER PIC X(38) VALUE
             "1. O VEICULO E ENTREGUE NO ESTADO EM Q".
          03 FILLER PIC X(38) VALUE
             "UE SE ENCONTRA, VISTORIADO E".
          03 FILLER PIC X(38) VALUE
             "   ACEITO PELO COMPRADOR, LIVRE DE ONU".
          03 FILLER PIC X(38) VALUE
             "S, MULTAS E DEBITOS ATE ESTA DATA.".
          03 FILLER PIC X(38) VALUE
             "2. A TRANSFERENCIA DO VEICULO JUNTO AO".
          03 FILLER PIC X(38) VALUE
             " DETRAN CORRE POR CONTA DO COMPRADOR,".
          03 FILLER PIC X(38) VALUE
             "   NO PRAZO LEGAL DE 30 (TRINTA) DIAS".
          03 FILLER PIC X(38) VALUE
             "DA DATA DESTA VENDA.".
          03 FILLER PIC X(38) VALUE
             "3. O SALDO PARCELADO E PAGO PELO CARNE".
          03 FILLER PIC X(38) VALUE
             " ANEXO; O ATRASO SUJEITA O COMPRADOR".
          03 FILLER PIC X(38) VALUE
             "   AOS ENCARGOS DE MORA E A COBRANCA D".
          03 FILLER PIC X(38) VALUE
             "O SALDO EM ABERTO.".
          03 FILLER PIC X(38) VALUE
             "4. O VEICULO DADO NA TROCA E RECEBIDO".
          03 FILLER PIC X(38) VALUE
             "PELO VALOR ACIMA, LIVRE DE ONUS, E O".
          03 FILLER PIC X(38) VALUE
             "   COMPRADOR RESPONDE POR MULTAS E DEB".
          03 FILLER PIC X(38) VALUE
             "ITOS DELE ANTERIORES A ESTA DATA.".
       01 TABCLAUS-R REDEFINES TABCLAUS.
          03 TB-CLAUS    PIC X(76) OCCURS 8 TIMES.

       01 LIN-TITULO.
          03 FILLER        PIC X(15) VALUE SPACES.
          03 LT-TEXTO      PIC X(50).
          03 FILLER        PIC X(15) VALUE SPACES.

       01 LIN-TEXTO.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LX-TEXTO      PIC X(76).
          03 FILLER        PIC X(02) VALUE SPACES.

       01 LIN-VENDEDORA.
          03 FILLER        PIC X(14) VALUE "VENDEDORA   : ".
          03 LV-NOME       PIC X(30).
          03 FILLER        PIC X(12) VALUE "  VENDEDOR: ".
          03 LV-VEND       PIC X(24).

       01 LIN-COMPR.
          03 FILLER        PIC X(14) VALUE "COMPRADOR   : ".
          03 LC-NOME       PIC X(30).
          03 FILLER        PIC X(08) VALUE "  CPF : ".
          03 LC-CPF1       PIC 999.
          03 LC-P1         PIC X(01) VALUE ".".
          03 LC-CPF2       PIC 999.
          03 LC-P2         PIC X(01) VALUE ".".
          03 LC-CPF3       PIC 999.
          03 LC-T1         PIC X(01) VALUE "-".
          03 LC-CPFDV      PIC 99.
          03 FILLER        PIC X(14) VALUE SPACES.

       01 LIN-ENDER.
          03 FILLER        PIC X(14) VALUE "ENDERECO    : ".
          03 LE-LOGRA      PIC X(30).
          03 FILLER        PIC X(04) VALUE ", N ".
          03 LE-NUM        PIC Z(4)9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LE-COMPL      PIC X(10).
          03 FILLER        PIC X(16) VALUE SPACES.

       01 LIN-CIDADE.
          03 FILLER        PIC X(14) VALUE SPACES.
          03 LCI-BAIRRO    PIC X(20).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LCI-CIDADE    PIC X(20).
          03 FILLER        PIC X(01) VALUE "/".
          03 LCI-UF        PIC X(02).
          03 FILLER        PIC X(07) VALUE "  CEP: ".
          03 LCI-CEP1      PIC 9(05).
          03 FILLER        PIC X(01) VALUE "-".
          03 LCI-CEP2      PIC 9(03).
          03 FILLER        PIC X(05) VALUE SPACES.

       01 LIN-VEIC1.
          03 LVE-ROTULO    PIC X(14).
          03 LVE-MARCA     PIC X(15).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LVE-MODELO    PIC X(20).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LVE-VERSAO    PIC X(15).
          03 FILLER        PIC X(14) VALUE SPACES.

       01 LIN-VEIC2.
          03 FILLER        PIC X(14) VALUE "   PLACA    : ".
          03 LVE-PLACA     PIC X(07).
          03 FILLER        PIC X(12) VALUE "  ANO FAB.: ".
          03 LVE-ANO       PIC 9(04).
          03 FILLER        PIC X(08) VALUE "  COR : ".
          03 LVE-COR       PIC X(10).
          03 FILLER        PIC X(25) VALUE SPACES.

       01 LIN-VEIC3.
          03 FILLER        PIC X(14) VALUE "   CHASSI   : ".
          03 LVE-CHASSI    PIC X(17).
          03 FILLER        PIC X(12) VALUE "  RENAVAM: ".
          03 LVE-RENAVAM   PIC 9(11) BLANK WHEN ZERO.
          03 FILLER        PIC X(26) VALUE SPACES.

       01 LIN-VALOR.
          03 LVL-ROTULO    PIC X(40).
          03 LVL-VALOR     PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LVL-COMPL     PIC X(25).

       01 LIN-DATA.
          03 FILLER        PIC X(24) VALUE "DATA DA VENDA         : ".
          03 LD-DATA       PIC 99/99/9999.
          03 FILLER        PIC X(46) VALUE SPACES.

       01 LIN-ASSIN.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 FILLER        PIC X(34) VALUE ALL "_".
          03 FILLER        PIC X(06) VALUE SPACES.
          03 FILLER        PIC X(34) VALUE ALL "_".
          03 FILLER        PIC X(04) VALUE SPACES.

       01 LIN-ASSNOME.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LA-ESQ        PIC X(34).
          03 FILLER        PIC X(06) VALUE SPACES.
          03 LA-DIR        PIC X(34).
          03 FILLER        PIC X(04) VALUE SPACES.

       01 LIN-CARNE1.
          03 FILLER        PIC X(02) VALUE "| ".
          03 FILLER        PIC X(08) VALUE "PARCELA ".
          03 LCA-PARC      PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LCA-QTD       PIC 99.
          03 FILLER        PIC X(09) VALUE "  VENCTO ".
          03 LCA-VENC      PIC 99/99/9999.
          03 FILLER        PIC X(08) VALUE "  VALOR ".
          03 LCA-VALOR     PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LCA-SIT       PIC X(21).
          03 FILLER        PIC X(02) VALUE " |".

       01 LIN-CARNE2.
          03 FILLER        PIC X(02) VALUE "| ".
          03 FILLER        PIC X(07) VALUE "PLACA ".
          03 LCA-PLACA     PIC X(07).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LCA-NOME      PIC X(30).
          03 FILLER        PIC X(13) VALUE "  RECEBIDO: ".
          03 LCA-RECEB     PIC X(10).
          03 FILLER        PIC X(09) VALUE "        |".

       01 LIN-CARNE3.
          03 FILLER        PIC X(01) VALUE "+".
          03 FILLER        PIC X(78) VALUE ALL "-".
          03 FILLER        PIC X(01) VALUE "+".

       01 LIN-BRANCO    PIC X(80) VALUE SPACES.
       01 LIN-SEP       PIC X(80) VALUE ALL "-".
       01 LIN-SEP2      PIC X(80) VALUE ALL "=".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** CONTRATO DE VENDA E RECIBO DE ENTRADA ***"
           DISPLAY "PLACA DO VEICULO VENDIDO     : " WITH NO ADVANCING
           ACCEPT W-PLACA
           IF W-PLACA = SPACES
              GO TO ROT-FIM2.
           DISPLAY "DATA DA VENDA (DDMMAAAA)     : " WITH NO ADVANCING
           ACCEPT W-DTAVENDA
           OPEN INPUT CADVDA
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADVDA"
              GO TO ROT-FIM2.
           MOVE W-PLACA    TO PLACA
           MOVE W-DTAVENDA TO DTAVENDA
           READ CADVDA
           IF ST-ERRO NOT = "00"
              DISPLAY "VENDA NAO ENCONTRADA NO CADVDA"
              CLOSE CADVDA
              GO TO ROT-FIM2.
           CLOSE CADVDA.
       R0A.
           OPEN INPUT CADCAR
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCAR"
              GO TO ROT-FIM2.
           MOVE "S" TO W-TEMCLI W-TEMCEP W-TEMMARCA W-TEMCOR
                       W-TEMMODV W-TEMRECEB W-TEMFUNC W-TEMEMPR
           OPEN INPUT CADCLI
           IF ST-ERRO3 NOT = "00"
              MOVE "N" TO W-TEMCLI.
           OPEN INPUT CADCEP
           IF ST-ERRO4 NOT = "00"
              MOVE "N" TO W-TEMCEP.
           OPEN INPUT CADMARCA
           IF ST-ERRO5 NOT = "00"
              MOVE "N" TO W-TEMMARCA.
           OPEN INPUT CADCOR
           IF ST-ERRO6 NOT = "00"
              MOVE "N" TO W-TEMCOR.
           OPEN INPUT CADMODV
           IF ST-ERRO7 NOT = "00"
              MOVE "N" TO W-TEMMODV.
           OPEN INPUT CADRECEB
           IF ST-ERRO8 NOT = "00"
              MOVE "N" TO W-TEMRECEB.
           OPEN INPUT CADFUNC
           IF ST-ERRO9 NOT = "00"
              MOVE "N" TO W-TEMFUNC.
           OPEN INPUT CADEMPR
           IF ST-EMPR NOT = "00"
              MOVE "N" TO W-TEMEMPR.
       R0B.
           OPEN OUTPUT CONTRATO
           IF ST-CONTR NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQUIVO CONTRATO.TXT"
              GO TO ROT-FIM.
      *
      *********************************************************
      * VALOR DO CARNE E ENTRADA                               *
      *********************************************************
       R1.
           MOVE ZEROS TO W-QTDPARC W-TOTPARC
           IF W-TEMRECEB = "S"
              PERFORM R1-PARC THRU R1-PARC-FIM.
           MOVE ZEROS TO W-LIQUIDO W-ENTRADA
           IF VALORVENDA > VDA-VLRTROCA
              COMPUTE W-LIQUIDO = VALORVENDA - VDA-VLRTROCA.
           IF W-LIQUIDO > W-TOTPARC
              COMPUTE W-ENTRADA = W-LIQUIDO - W-TOTPARC.
           GO TO R2.
       R1-PARC.
           MOVE PLACA    TO REC-PLACA
           MOVE DTAVENDA TO REC-DTAVENDA
           MOVE ZEROS    TO REC-PARC
           START CADRECEB KEY IS NOT LESS CHAVERECEB
                 INVALID KEY
                    GO TO R1-PARC-FIM.
       R1-PARC-RD.
           READ CADRECEB NEXT RECORD
                AT END
                   GO TO R1-PARC-FIM
           END-READ
           IF ST-ERRO8 NOT = "00" OR REC-PLACA NOT = PLACA
              OR REC-DTAVENDA NOT = DTAVENDA
              GO TO R1-PARC-FIM.
      *    PARCELA DE ACORDO DE RENEGOCIACAO NAO E DO CARNE DA VENDA
           IF REC-ACORDO NOT = ZEROS
              GO TO R1-PARC-RD.
           ADD 1 TO W-QTDPARC
           ADD REC-VALOR TO W-TOTPARC
           GO TO R1-PARC-RD.
       R1-PARC-FIM.
           EXIT.
      *
      *********************************************************
      * CONTRATO: PARTES                                       *
      *********************************************************
       R2.
           MOVE "CONTRATO DE COMPRA E VENDA DE VEICULO" TO LT-TEXTO
           WRITE LINHA-CONTR FROM LIN-TITULO
           WRITE LINHA-CONTR FROM LIN-SEP2
           WRITE LINHA-CONTR FROM LIN-BRANCO
           MOVE SPACES TO LV-NOME LV-VEND
           IF W-TEMFUNC = "S"
              MOVE VENDEDOR TO CODFUNC
              READ CADFUNC
              IF ST-ERRO9 = "00"
                 MOVE NOME TO LV-VEND
                 IF W-TEMEMPR = "S"
                    MOVE EMPFUNC TO EMP-COD
                    READ CADEMPR
                    IF ST-EMPR = "00"
                       MOVE EMP-NOME TO LV-NOME.
           WRITE LINHA-CONTR FROM LIN-VENDEDORA
           MOVE COMPRADOR TO LC-NOME
           MOVE ZEROS     TO W-CPF W-CEP
           MOVE SPACES    TO LE-LOGRA LE-COMPL LCI-BAIRRO LCI-CIDADE
                             LCI-UF
           MOVE ZEROS     TO LE-NUM
           IF W-TEMCLI = "S" AND VDA-CODCLI NOT = ZEROS
              MOVE VDA-CODCLI TO CLI-COD
              READ CADCLI
              IF ST-ERRO3 = "00"
                 MOVE CLI-NOME    TO LC-NOME
                 MOVE CLI-DOC     TO W-CPF
                 MOVE CLI-CEP     TO W-CEP
                 MOVE CLI-NENDRC  TO LE-NUM
                 MOVE CLI-COMPL   TO LE-COMPL
                 PERFORM R2-CEP THRU R2-CEP-FIM.
           MOVE W-CPF1  TO LC-CPF1
           MOVE W-CPF2  TO LC-CPF2
           MOVE W-CPF3  TO LC-CPF3
           MOVE W-CPFDV TO LC-CPFDV
           MOVE W-CEP1  TO LCI-CEP1
           MOVE W-CEP2  TO LCI-CEP2
           WRITE LINHA-CONTR FROM LIN-COMPR
           WRITE LINHA-CONTR FROM LIN-ENDER
           WRITE LINHA-CONTR FROM LIN-CIDADE
           WRITE LINHA-CONTR FROM LIN-BRANCO
           GO TO R3.
       R2-CEP.
           IF W-TEMCEP NOT = "S"
              GO TO R2-CEP-FIM.
           MOVE CLI-CEP TO CEP-NUMCEP
           READ CADCEP
           IF ST-ERRO4 = "00"
              MOVE CEP-LOGRA  TO LE-LOGRA
              MOVE CEP-BAIRRO TO LCI-BAIRRO
              MOVE CEP-CIDADE TO LCI-CIDADE
              MOVE CEP-UF     TO LCI-UF.
       R2-CEP-FIM.
           EXIT.
      *
      *********************************************************
      * CONTRATO: OBJETO, PRECO E FORMA DE PAGAMENTO           *
      *********************************************************
       R3.
           MOVE PLACA TO W-VEI-PLACA
           PERFORM ROT-VEICULO THRU ROT-VEICULO-FIM
           MOVE "VEICULO     : " TO LVE-ROTULO
           PERFORM ROT-IMP-VEIC THRU ROT-IMP-VEIC-FIM
           WRITE LINHA-CONTR FROM LIN-BRANCO
           MOVE DTAVENDA TO LD-DATA
           WRITE LINHA-CONTR FROM LIN-DATA
           MOVE "PRECO TOTAL DA VENDA            : R$"
                                                 TO LVL-ROTULO
           MOVE VALORVENDA TO LVL-VALOR
           MOVE SPACES     TO LVL-COMPL
           WRITE LINHA-CONTR FROM LIN-VALOR
           IF VDA-PLACATROCA NOT = SPACES
              MOVE "VEICULO RECEBIDO NA TROCA       : R$"
                                                 TO LVL-ROTULO
              MOVE VDA-VLRTROCA TO LVL-VALOR
              MOVE SPACES       TO LVL-COMPL
              WRITE LINHA-CONTR FROM LIN-VALOR
              MOVE VDA-PLACATROCA TO W-VEI-PLACA
              PERFORM ROT-VEICULO THRU ROT-VEICULO-FIM
              MOVE "   TROCA    : " TO LVE-ROTULO
              PERFORM ROT-IMP-VEIC THRU ROT-IMP-VEIC-FIM.
           MOVE "ENTRADA                         : R$" TO LVL-ROTULO
           MOVE W-ENTRADA TO LVL-VALOR
           MOVE SPACES    TO LVL-COMPL
           WRITE LINHA-CONTR FROM LIN-VALOR
           MOVE "SALDO PARCELADO (CARNE ANEXO)   : R$" TO LVL-ROTULO
           MOVE W-TOTPARC TO LVL-VALOR
           MOVE SPACES    TO LVL-COMPL
           IF W-QTDPARC > ZEROS
              MOVE "EM    PARCELAS" TO LVL-COMPL
              MOVE W-QTDPARC TO LVL-COMPL (4:2).
           WRITE LINHA-CONTR FROM LIN-VALOR
           WRITE LINHA-CONTR FROM LIN-BRANCO
           MOVE "CLAUSULAS" TO LX-TEXTO
           WRITE LINHA-CONTR FROM LIN-TEXTO
           PERFORM R3-CLAUS THRU R3-CLAUS-FIM
                   VARYING W-IDXC FROM 1 BY 1 UNTIL W-IDXC > 8
           WRITE LINHA-CONTR FROM LIN-BRANCO
           WRITE LINHA-CONTR FROM LIN-BRANCO
           WRITE LINHA-CONTR FROM LIN-ASSIN
           MOVE "VENDEDORA"  TO LA-ESQ
           MOVE "COMPRADOR"  TO LA-DIR
           WRITE LINHA-CONTR FROM LIN-ASSNOME
           WRITE LINHA-CONTR FROM LIN-BRANCO
           WRITE LINHA-CONTR FROM LIN-ASSIN
           MOVE "TESTEMUNHA" TO LA-ESQ LA-DIR
           WRITE LINHA-CONTR FROM LIN-ASSNOME
           GO TO R4.
       R3-CLAUS.
      *    A CLAUSULA DA TROCA SO SAI QUANDO HOUVE TROCA
           IF W-IDXC > 6 AND VDA-PLACATROCA = SPACES
              GO TO R3-CLAUS-FIM.
           MOVE TB-CLAUS (W-IDXC) TO LX-TEXTO
           WRITE LINHA-CONTR FROM LIN-TEXTO.
       R3-CLAUS-FIM.
           EXIT.
      *
      *********************************************************
      * PAGINA DO CARNE (PARCELAS DO CADRECEB)                 *
      *********************************************************
       R4.
           WRITE LINHA-CONTR FROM LIN-BRANCO
           WRITE LINHA-CONTR FROM LIN-SEP2
           MOVE "CARNE DE PAGAMENTO" TO LT-TEXTO
           WRITE LINHA-CONTR FROM LIN-TITULO
           WRITE LINHA-CONTR FROM LIN-SEP2
           IF W-QTDPARC = ZEROS
              MOVE "VENDA SEM PARCELAMENTO - NAO HA CARNE" TO LX-TEXTO
              WRITE LINHA-CONTR FROM LIN-TEXTO
              GO TO R4-FIM.
           WRITE LINHA-CONTR FROM LIN-CARNE3
           MOVE PLACA    TO REC-PLACA
           MOVE DTAVENDA TO REC-DTAVENDA
           MOVE ZEROS    TO REC-PARC
           START CADRECEB KEY IS NOT LESS CHAVERECEB
                 INVALID KEY
                    GO TO R4-FIM.
       R4-RD.
           READ CADRECEB NEXT RECORD
                AT END
                   GO TO R4-FIM
           END-READ
           IF ST-ERRO8 NOT = "00" OR REC-PLACA NOT = PLACA
              OR REC-DTAVENDA NOT = DTAVENDA
              GO TO R4-FIM.
           IF REC-ACORDO NOT = ZEROS
              GO TO R4-RD.
           MOVE REC-PARC   TO LCA-PARC
           MOVE W-QTDPARC  TO LCA-QTD
           MOVE REC-DTVENC TO LCA-VENC
           MOVE REC-VALOR  TO LCA-VALOR
           MOVE SPACES     TO LCA-SIT
           MOVE REC-PLACA  TO LCA-PLACA
           MOVE LC-NOME    TO LCA-NOME
           MOVE "__/__/____" TO LCA-RECEB
           IF REC-DTRECEB NOT = ZEROS
              MOVE "PAGA" TO LCA-SIT
              MOVE REC-DTRECEB (1:2) TO LCA-RECEB (1:2)
              MOVE REC-DTRECEB (3:2) TO LCA-RECEB (4:2)
              MOVE REC-DTRECEB (5:4) TO LCA-RECEB (7:4).
           IF REC-SIT = "R"
              MOVE "RENEGOCIADA AC." TO LCA-SIT
              MOVE REC-ACORDOREN TO LCA-SIT (16:6)
              MOVE ALL "-" TO LCA-RECEB.
           WRITE LINHA-CONTR FROM LIN-CARNE1
           WRITE LINHA-CONTR FROM LIN-CARNE2
           WRITE LINHA-CONTR FROM LIN-CARNE3
           GO TO R4-RD.
       R4-FIM.
           CLOSE CONTRATO
           DISPLAY "*** CONTRATO GERADO EM CONTRATO.TXT ***".
      *
      *********************************************************
      * RECIBO DA ENTRADA (E DO VEICULO DA TROCA)              *
      *********************************************************
       R5.
           IF W-ENTRADA = ZEROS AND VDA-PLACATROCA = SPACES
              DISPLAY "VENDA SEM ENTRADA - RECIBO NAO EMITIDO"
              GO TO ROT-FIM.
           OPEN OUTPUT RECIBO
           IF ST-RECIB NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQUIVO RECIBO.TXT"
              GO TO ROT-FIM.
           MOVE "S" TO W-TEMRECIBO
           MOVE "RECIBO DE ENTRADA" TO LT-TEXTO
           WRITE LINHA-RECIB FROM LIN-TITULO
           WRITE LINHA-RECIB FROM LIN-SEP2
           WRITE LINHA-RECIB FROM LIN-BRANCO
           MOVE "VALOR RECEBIDO EM DINHEIRO      : R$" TO LVL-ROTULO
           MOVE W-ENTRADA TO LVL-VALOR
           MOVE SPACES    TO LVL-COMPL
           WRITE LINHA-RECIB FROM LIN-VALOR
           WRITE LINHA-RECIB FROM LIN-BRANCO
           WRITE LINHA-RECIB FROM LIN-VENDEDORA
           WRITE LINHA-RECIB FROM LIN-COMPR
           WRITE LINHA-RECIB FROM LIN-BRANCO
           MOVE "RECEBEMOS DO COMPRADOR ACIMA, COMO ENTRADA NA COMPRA"
                                                           TO LX-TEXTO
           WRITE LINHA-RECIB FROM LIN-TEXTO
           MOVE "DO VEICULO ABAIXO, A IMPORTANCIA ACIMA, DA QUAL DAMOS"
                                                           TO LX-TEXTO
           WRITE LINHA-RECIB FROM LIN-TEXTO
           MOVE "PLENA QUITACAO."
                                                           TO LX-TEXTO
           WRITE LINHA-RECIB FROM LIN-TEXTO
           WRITE LINHA-RECIB FROM LIN-BRANCO
           MOVE PLACA TO W-VEI-PLACA
           PERFORM ROT-VEICULO THRU ROT-VEICULO-FIM
           MOVE "VEICULO     : " TO LVE-ROTULO
           PERFORM ROT-REC-VEIC THRU ROT-REC-VEIC-FIM
           MOVE DTAVENDA TO LD-DATA
           WRITE LINHA-RECIB FROM LIN-DATA
           MOVE "PRECO TOTAL DA VENDA            : R$" TO LVL-ROTULO
           MOVE VALORVENDA TO LVL-VALOR
           MOVE SPACES     TO LVL-COMPL
           WRITE LINHA-RECIB FROM LIN-VALOR
           IF VDA-PLACATROCA NOT = SPACES
              MOVE "VEICULO RECEBIDO NA TROCA       : R$"
                                                 TO LVL-ROTULO
              MOVE VDA-VLRTROCA TO LVL-VALOR
              MOVE SPACES       TO LVL-COMPL
              WRITE LINHA-RECIB FROM LIN-VALOR
              MOVE VDA-PLACATROCA TO W-VEI-PLACA
              PERFORM ROT-VEICULO THRU ROT-VEICULO-FIM
              MOVE "   TROCA    : " TO LVE-ROTULO
              PERFORM ROT-REC-VEIC THRU ROT-REC-VEIC-FIM.
           MOVE "SALDO EM CARNE                  : R$" TO LVL-ROTULO
           MOVE W-TOTPARC TO LVL-VALOR
           MOVE SPACES    TO LVL-COMPL
           IF W-QTDPARC > ZEROS
              MOVE "EM    PARCELAS" TO LVL-COMPL
              MOVE W-QTDPARC TO LVL-COMPL (4:2).
           WRITE LINHA-RECIB FROM LIN-VALOR
           WRITE LINHA-RECIB FROM LIN-BRANCO
           WRITE LINHA-RECIB FROM LIN-BRANCO
           WRITE LINHA-RECIB FROM LIN-ASSIN
           MOVE "VENDEDORA"  TO LA-ESQ
           MOVE "COMPRADOR"  TO LA-DIR
           WRITE LINHA-RECIB FROM LIN-ASSNOME
           CLOSE RECIBO
           DISPLAY "*** RECIBO GERADO EM RECIBO.TXT ***"
           GO TO ROT-FIM.
      *
      *********************************************************
      * DADOS DE UM VEICULO (W-VEI-PLACA) DO CADCAR            *
      *********************************************************
       ROT-VEICULO.
           MOVE SPACES TO W-VEI-MARCA W-VEI-MODELO W-VEI-VERSAO
                          W-VEI-COR W-VEI-CHASSI
           MOVE ZEROS  TO W-VEI-ANO W-VEI-RENAVAM
           MOVE W-VEI-PLACA TO PLACA-CAR
           READ CADCAR
           IF ST-ERRO2 NOT = "00"
              MOVE "NAO CADASTRADO" TO W-VEI-MARCA
              GO TO ROT-VEICULO-FIM.
           MOVE MARCA-CAR   TO W-VEI-MARCA
           MOVE ANOFABC-CAR TO W-VEI-ANO
           MOVE CHASSI-CAR  TO W-VEI-CHASSI
           MOVE RENAVAM-CAR TO W-VEI-RENAVAM
           IF W-TEMMARCA = "S"
              MOVE MARCA-CAR TO MARCA-COD
              READ CADMARCA
              IF ST-ERRO5 = "00"
                 MOVE MARCA-NOME TO W-VEI-MARCA.
           IF W-TEMCOR = "S"
              MOVE COR-CAR TO COR-COD
              READ CADCOR
              IF ST-ERRO6 = "00"
                 MOVE COR-NOME TO W-VEI-COR.
           IF W-TEMMODV = "S" AND MODELO-CAR NOT = ZEROS
              MOVE MARCA-CAR  TO MOD-MARCA
              MOVE MODELO-CAR TO MOD-COD
              READ CADMODV
              IF ST-ERRO7 = "00"
                 MOVE MOD-NOME   TO W-VEI-MODELO
                 MOVE MOD-VERSAO TO W-VEI-VERSAO.
       ROT-VEICULO-FIM.
           EXIT.
      *
       ROT-IMP-VEIC.
           PERFORM ROT-MONTA-VEIC THRU ROT-MONTA-VEIC-FIM
           WRITE LINHA-CONTR FROM LIN-VEIC1
           WRITE LINHA-CONTR FROM LIN-VEIC2
           WRITE LINHA-CONTR FROM LIN-VEIC3.
       ROT-IMP-VEIC-FIM.
           EXIT.
      *
       ROT-REC-VEIC.
           PERFORM ROT-MONTA-VEIC THRU ROT-MONTA-VEIC-FIM
           WRITE LINHA-RECIB FROM LIN-VEIC1
           WRITE LINHA-RECIB FROM LIN-VEIC2
           WRITE LINHA-RECIB FROM LIN-VEIC3.
       ROT-REC-VEIC-FIM.
           EXIT.
      *
       ROT-MONTA-VEIC.
           MOVE W-VEI-MARCA   TO LVE-MARCA
           MOVE W-VEI-MODELO  TO LVE-MODELO
           MOVE W-VEI-VERSAO  TO LVE-VERSAO
           MOVE W-VEI-PLACA   TO LVE-PLACA
           MOVE W-VEI-ANO     TO LVE-ANO
           MOVE W-VEI-COR     TO LVE-COR
           MOVE W-VEI-CHASSI  TO LVE-CHASSI
           MOVE W-VEI-RENAVAM TO LVE-RENAVAM.
       ROT-MONTA-VEIC-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADCAR
           IF W-TEMCLI = "S"
              CLOSE CADCLI.
           IF W-TEMCEP = "S"
              CLOSE CADCEP.
           IF W-TEMMARCA = "S"
              CLOSE CADMARCA.
           IF W-TEMCOR = "S"
              CLOSE CADCOR.
           IF W-TEMMODV = "S"
              CLOSE CADMODV.
           IF W-TEMRECEB = "S"
              CLOSE CADRECEB.
           IF W-TEMFUNC = "S"
              CLOSE CADFUNC.
           IF W-TEMEMPR = "S"
              CLOSE CADEMPR.
           IF ST-CONTR NOT = "00"
              GO TO ROT-FIM2.
      *    GUARDA O CONTRATO E O RECIBO NO SPOOL (VER SPOOLREG/CONSPOOL)
       ROT-SPOOL.
           CALL "SPOOLREG" USING W-SPRELID W-SPARQ
           IF W-TEMRECIBO = "S"
              MOVE "RECIBO.TXT" TO W-SPARQ
              CALL "SPOOLREG" USING W-SPRELID W-SPARQ.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    10 = FIM DE ARQUIVO (SEQUENCIAL)
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
