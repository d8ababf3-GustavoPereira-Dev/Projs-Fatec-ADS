       IDENTIFICATION DIVISION.
       PROGRAM-ID. TROCPLAC.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * TROCA DE PLACA DO VEICULO - MUDANCA DE UF OU CONVERSAO PARA *
      * O PADRAO MERCOSUL. COMO A PLACA E A CHAVE DE TODOS OS       *
      * ARQUIVOS DA FROTA E DA REVENDA, O VEICULO E O SEU HISTORICO *
      * SAO REGRAVADOS NA PLACA NOVA:                               *
      *   CADCAR (REGISTRO DO VEICULO, COM CHASSI E RENAVAM)        *
      *   CADVDA, CADRECEB, CADAQUIS (VENDA, PARCELAS, AQUISICAO)   *
      *   CADMANUT, CADAUTMN, CADPLANM (MANUTENCAO)                 *
      *   CADABAST (COMBUSTIVEL), CADTAXAS (TAXAS E IMPOSTOS)       *
      *   CADDEPRE, CADGARAN, CADAPOL, CADSINIS, CADMULTA,          *
      *   CADATRIB, CADAGEND, CADTESTE, CADRESRV, CADCATV, CADBAIXA *
      *   CADVDAPR, CADPRECO (PRECO E APROVACAO DA VENDA)           *
      *   CADDIST (DISTRATOS DE VENDA)                              *
      *   CADACORD (ACORDOS DE RENEGOCIACAO - SO A PLACA DA VENDA)  *
      *   CADMNTPC (PECAS DA MANUTENCAO) E A PLACA DOS MOVIMENTOS   *
      *   DE ESTOQUE (CADMOVPC) LIGADOS A REVISAO                   *
      *   CADVIST (VISTORIAS DE SAIDA E VOLTA)                      *
      *   CADCSG (CONTRATO DE CONSIGNACAO)                          *
      *   CADRCLV (ACOMPANHAMENTO DE RECALL)                        *
      * E A LIGACAO DAS NOTAS FISCAIS (CADNF) COM A VENDA - A PLACA *
      * IMPRESSA NA NOTA JA EMITIDA NAO MUDA.                       *
      * E A PLACA DE TROCA (VDA-PLACATROCA E DIS-PLACATROCA) DAS    *
      * VENDAS E DISTRATOS EM QUE O VEICULO ENTROU NO PAGAMENTO.    *
      * ARQUIVO QUE NAO EXISTE E PULADO. REGISTRO CUJA CHAVE JA     *
      * EXISTE NA PLACA NOVA FICA NA ANTIGA E E CONTADO. A TROCA    *
      * FICA REGISTRADA NO CADHPLAC                                 *
      * (PLACA ANTIGA, DATA, PLACA NOVA, CHASSI, RENAVAM, MOTIVO).  *
      * A PLACA NOVA DEVE SEGUIR O PADRAO ANTIGO (AAA9999) OU O     *
      * MERCOSUL (AAA9A99) E NAO PODE EXISTIR NO CADCAR.            *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLACA-CAR
                    FILE STATUS  IS ST-CAR.
      *
           SELECT CADVDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEVENDA
                    FILE STATUS  IS ST-VDA
                    ALTERNATE RECORD KEY IS PLACA WITH DUPLICATES.
      *
           SELECT CADRECEB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVERECEB
                    FILE STATUS  IS ST-RECEB.
      *
           SELECT CADAQUIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AQ-PLACA
                    FILE STATUS  IS ST-AQUIS.
      *
           SELECT CADMANUT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMANUT
                    FILE STATUS  IS ST-MANUT
                    ALTERNATE RECORD KEY IS PLACA-M WITH DUPLICATES.
      *
           SELECT CADAUTMN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEAUTMN
                    FILE STATUS  IS ST-AUTMN.
      *
           SELECT CADPLANM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPLANM
                    FILE STATUS  IS ST-PLANM.
      *
           SELECT CADABAST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEABAST
                    FILE STATUS  IS ST-ABAST.
      *
           SELECT CADTAXAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETAXAS
                    FILE STATUS  IS ST-TAXAS.
      *
           SELECT CADDEPRE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEP-PLACA
                    FILE STATUS  IS ST-DEPRE.
      *
           SELECT CADGARAN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEGARAN
                    FILE STATUS  IS ST-GARAN.
      *
           SELECT CADAPOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEAPOL
                    FILE STATUS  IS ST-APOL.
      *
           SELECT CADSINIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVESINIS
                    FILE STATUS  IS ST-SINIS.
      *
           SELECT CADMULTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMULTA
                    FILE STATUS  IS ST-MULTA.
      *
           SELECT CADATRIB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEATRIB
                    FILE STATUS  IS ST-ATRIB.
      *
           SELECT CADAGEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEAGEND
                    FILE STATUS  IS ST-AGEND.
      *
           SELECT CADTESTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETESTE
                    FILE STATUS  IS ST-TESTE.
      *
           SELECT CADRESRV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RSV-PLACA
                    FILE STATUS  IS ST-RESRV.
      *
           SELECT CADCATV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTV-PLACA
                    FILE STATUS  IS ST-CATV.
      *
           SELECT CADBAIXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BXA-PLACA
                    FILE STATUS  IS ST-BAIXA.
      *
           SELECT CADVDAPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEVPR
                    FILE STATUS  IS ST-VDAPR.
      *
           SELECT CADPRECO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRC-PLACA
                    FILE STATUS  IS ST-PRECO.
      *
           SELECT CADDIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEDIST
                    FILE STATUS  IS ST-DIST.
      *
           SELECT CADNF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVENF
                    FILE STATUS  IS ST-NF
                    ALTERNATE RECORD KEY IS NF-CHAVEVDA
                                   WITH DUPLICATES.
      *
           SELECT CADACORD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ACO-NUM
                    FILE STATUS  IS ST-ACORD.
      *
           SELECT CADMNTPC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMNTPC
                    FILE STATUS  IS ST-MPC.
      *
           SELECT CADMOVPC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMOVPC
                    FILE STATUS  IS ST-MOV.
      *
           SELECT CADVIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEVIST
                    FILE STATUS  IS ST-VIS.
      *
           SELECT CADCSG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CSG-PLACA
                    FILE STATUS  IS ST-CSG.
      *
           SELECT CADRCLV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVERCLV
                    FILE STATUS  IS ST-RCV.
      *
           SELECT CADHPLAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEHPLAC
                    FILE STATUS  IS ST-HPLAC.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADAQUIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAQUIS.DAT".
       01 REGAQUIS.
          03 AQ-PLACA      PIC X(7).
          03 AQ-DTCOMPRA.
             05 AQ-CMPDIA  PIC 9(2).
             05 AQ-CMPMES  PIC 9(2).
             05 AQ-CMPANO  PIC 9(4).
          03 AQ-VLRCOMPRA  PIC 9(8)V99.
          03 AQ-ORIGEM     PIC X(20).
          03 AQ-VLRPREP    PIC 9(6)V99.
      *
       FD CADMANUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMANUT.DAT".
       01 REGMANUT.
          03 CHAVEMANUT.
             05 PLACA-M       PIC X(7).
             05 DTMANUT       PIC 9(8).
          03 KMMANUT          PIC 9(7).
          03 DESCMANUT        PIC X(40).
          03 OFICINA          PIC X(30).
          03 VALORMANUT       PIC 9(6)V99.
          03 MNT-AUTSEQ       PIC 9(3).
          03 MNT-CODFORN      PIC 9(5).
      *
       FD CADAUTMN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUTMN.DAT".
       01 REGAUT.
          03 CHAVEAUTMN.
             05 AUT-PLACA     PIC X(7).
             05 AUT-SEQ       PIC 9(3).
          03 AUT-DESC         PIC X(40).
          03 AUT-OFICINA      PIC X(30).
          03 AUT-VLRESTIM     PIC 9(6)V99.
          03 AUT-SIT          PIC X(1).
          03 AUT-OPERAPRV     PIC 9(3).
          03 AUT-DTAPRV       PIC 9(8).
          03 AUT-CODFORN      PIC 9(5).
      *
       FD CADPLANM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLANM.DAT".
       01 REGPLANM.
          03 CHAVEPLANM.
             05 PLM-PLACA     PIC X(7).
             05 PLM-SEQ       PIC 9(2).
          03 PLM-DESC         PIC X(30).
          03 PLM-INTKM        PIC 9(6).
          03 PLM-INTMESES     PIC 9(2).
      *
       FD CADABAST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADABAST.DAT".
       01 REGABAST.
          03 CHAVEABAST.
             05 ABA-PLACA     PIC X(7).
             05 ABA-DATA.
                07 ABA-ANO    PIC 9(4).
                07 ABA-MES    PIC 9(2).
                07 ABA-DIA    PIC 9(2).
          03 ABA-LITROS       PIC 9(3)V99.
          03 ABA-VALOR        PIC 9(5)V99.
          03 ABA-KM           PIC 9(7).
          03 ABA-POSTO        PIC X(20).
          03 ABA-CONCIL       PIC X(1).
          03 ABA-CODFORN      PIC 9(5).
      *
       FD CADTAXAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTAXAS.DAT".
       01 REGTAXAS.
          03 CHAVETAXAS.
             05 TAX-PLACA     PIC X(7).
             05 TAX-ANO       PIC 9(4).
             05 TAX-SEQ       PIC 9(2).
          03 TAX-TIPO         PIC X(1).
          03 TAX-DTVENC       PIC 9(8).
          03 TAX-VALOR        PIC 9(6)V99.
          03 TAX-DTPAGTO      PIC 9(8).
      *
       FD CADDEPRE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDEPRE.DAT".
       01 REGDEP.
          03 DEP-PLACA     PIC X(7).
          03 DEP-ACUM      PIC 9(10)V99.
          03 DEP-ANOMESULT PIC 9(6).
      *
       FD CADGARAN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGARAN.DAT".
       01 REGGARAN.
          03 CHAVEGARAN.
             05 GAR-PLACA     PIC X(7).
             05 GAR-DTRECL.
                07 GAR-DIAREC PIC 9(2).
                07 GAR-MESREC PIC 9(2).
                07 GAR-ANOREC PIC 9(4).
          03 GAR-DTAVENDA     PIC 9(8).
          03 GAR-CODCLI       PIC 9(5).
          03 GAR-DESC         PIC X(40).
          03 GAR-CUSTO        PIC 9(6)V99.
          03 GAR-OPER         PIC 9(3).
          03 GAR-FORA         PIC X(1).
      *
       FD CADAPOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPOL.DAT".
       01 REGAPOL.
          03 CHAVEAPOL.
             05 APO-PLACA     PIC X(7).
             05 APO-DTINI     PIC 9(8).
          03 APO-SEGURADORA   PIC X(20).
          03 APO-NUMERO       PIC X(15).
          03 APO-PREMIO       PIC 9(8)V99.
          03 APO-DTFIM        PIC 9(8).
          03 APO-QTDPARC      PIC 9(2).
          03 APO-CODFORN      PIC 9(5).
      *
       FD CADSINIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSINIS.DAT".
       01 REGSINIS.
          03 CHAVESINIS.
             05 SIN-PLACA     PIC X(7).
             05 SIN-DTOCOR    PIC 9(8).
          03 SIN-NUMSIN       PIC X(15).
          03 SIN-SIT          PIC X(1).
          03 SIN-VLRESTIM     PIC 9(8)V99.
          03 SIN-VLRFINAL     PIC 9(8)V99.
          03 SIN-FRANQUIA     PIC 9(6)V99.
          03 SIN-REEMBOLSO    PIC 9(8)V99.
          03 SIN-DTMANUT      PIC 9(8).
      *
       FD CADMULTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMULTA.DAT".
       01 REGMULTA.
          03 CHAVEMULTA.
             05 MUL-PLACA     PIC X(7).
             05 MUL-DTINF.
                07 MUL-DIAINF PIC 9(2).
                07 MUL-MESINF PIC 9(2).
                07 MUL-ANOINF PIC 9(4).
             05 MUL-HRINF     PIC 9(4).
          03 MUL-VALOR        PIC 9(6)V99.
          03 MUL-PONTOS       PIC 9(2).
          03 MUL-DTVENC       PIC 9(8).
          03 MUL-CODFUNC      PIC 9(5).
          03 MUL-COBRADA      PIC X(1).
      *
       FD CADATRIB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATRIB.DAT".
       01 REGATRIB.
          03 CHAVEATRIB.
             05 ATR-PLACA     PIC X(7).
             05 ATR-DTINI     PIC 9(8).
          03 ATR-CODFUNC      PIC 9(5).
          03 ATR-DTFIM        PIC 9(8).
          03 ATR-KMENTREGA    PIC 9(7).
      *
       FD CADAGEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGEND.DAT".
       01 REGAGEND.
          03 CHAVEAGEND.
             05 AGE-PLACA     PIC X(7).
             05 AGE-DATA.
                07 AGE-DIA    PIC 9(2).
                07 AGE-MES    PIC 9(2).
                07 AGE-ANO    PIC 9(4).
             05 AGE-HRINI     PIC 9(4).
          03 AGE-HRFIM        PIC 9(4).
          03 AGE-CODFUNC      PIC 9(5).
          03 AGE-FINALID      PIC X(30).
      *
       FD CADTESTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTESTE.DAT".
       01 REGTESTE.
          03 CHAVETESTE.
             05 TST-PLACA     PIC X(7).
             05 TST-DTSAIDA   PIC 9(8).
             05 TST-HRSAIDA   PIC 9(4).
          03 TST-PROSPECT     PIC X(30).
          03 TST-VENDEDOR     PIC 9(5).
          03 TST-KMSAIDA      PIC 9(7).
          03 TST-DTVOLTA      PIC 9(8).
          03 TST-HRVOLTA      PIC 9(4).
          03 TST-KMVOLTA      PIC 9(7).
          03 TST-SIT          PIC X(1).
      *
       FD CADRESRV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESRV.DAT".
       01 REGRESRV.
          03 RSV-PLACA        PIC X(7).
          03 RSV-CODCLI       PIC 9(5).
          03 RSV-DEPOSITO     PIC 9(8)V99.
          03 RSV-DTEXPIRA.
             05 RSV-DIAEXP    PIC 9(2).
             05 RSV-MESEXP    PIC 9(2).
             05 RSV-ANOEXP    PIC 9(4).
          03 RSV-SIT          PIC X(1).
      *
       FD CADCATV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCATV.DAT".
       01 REGCATV.
          03 CTV-PLACA        PIC X(7).
          03 CTV-CATEG        PIC X(1).
      *
       FD CADBAIXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBAIXA.DAT".
       01 REGBAIXA.
          03 BXA-PLACA        PIC X(7).
          03 BXA-DTBAIXA      PIC 9(8).
          03 BXA-MOTIVO       PIC X(1).
          03 BXA-VLRREC       PIC 9(8)V99.
          03 BXA-OBS          PIC X(40).
          03 BXA-SITANT       PIC X(1).
      *
       FD CADVDAPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVDAPR.DAT".
       01 REGVDAPR.
          03 CHAVEVPR.
             05 VPR-PLACA     PIC X(7).
             05 VPR-DTAVENDA  PIC 9(8).
          03 VPR-CUSTO        PIC 9(9)V99.
          03 VPR-VLRPEDIDO    PIC 9(9)V99.
          03 VPR-VLRPISO      PIC 9(9)V99.
          03 VPR-VLRREF       PIC 9(8)V99.
          03 VPR-MOTIVO       PIC X(1).
          03 VPR-OPERAPRV     PIC 9(3).
          03 VPR-DTAPRV       PIC 9(8).
          03 VPR-JUSTIF       PIC X(40).
      *
       FD CADPRECO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRECO.DAT".
       01 REGPRECO.
          03 PRC-PLACA        PIC X(7).
          03 PRC-CUSTO        PIC 9(9)V99.
          03 PRC-VLRPISO      PIC 9(9)V99.
          03 PRC-VLRPEDIDO    PIC 9(9)V99.
          03 PRC-DTCALC       PIC 9(8).
      *
       FD CADDIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDIST.DAT".
       01 REGDIST.
          03 CHAVEDIST.
             05 DIS-PLACA     PIC X(7).
             05 DIS-DTAVENDA  PIC 9(8).
          03 DIS-DTDIST       PIC 9(8).
          03 DIS-MOTIVO       PIC X(1).
          03 DIS-OBS          PIC X(40).
          03 DIS-COMPRADOR    PIC X(30).
          03 DIS-CODCLI       PIC 9(5).
          03 DIS-VALORVENDA   PIC 9(8)V99.
          03 DIS-VENDEDOR     PIC 9(5).
          03 DIS-PLACATROCA   PIC X(7).
          03 DIS-VLRTROCA     PIC 9(8)V99.
          03 DIS-TROCA        PIC X(1).
          03 DIS-QTDABERTO    PIC 9(2).
          03 DIS-VLRABERTO    PIC 9(8)V99.
          03 DIS-QTDRECEB     PIC 9(2).
          03 DIS-VLRRECEB     PIC 9(8)V99.
          03 DIS-VLRDEVOL     PIC 9(9)V99.
          03 DIS-COMIS        PIC X(1).
          03 DIS-VLRCOMIS     PIC 9(6)V99.
          03 DIS-ANOMESCOM    PIC 9(6).
          03 DIS-OPER         PIC 9(3).
      *
       FD CADNF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNF.DAT".
       01 REGNF.
          03 CHAVENF.
             05 NF-EMP        PIC 9(2).
             05 NF-NUM        PIC 9(9).
          03 NF-CHAVEVDA.
             05 NF-PLACAVDA   PIC X(7).
             05 NF-DTAVENDA   PIC 9(8).
          03 NF-TIPO          PIC X(1).
          03 NF-DTEMIS        PIC 9(8).
          03 NF-PLACA         PIC X(7).
          03 NF-CODCLI        PIC 9(5).
          03 NF-DOC           PIC 9(11).
          03 NF-VALOR         PIC 9(8)V99.
          03 NF-SIT           PIC X(1).
          03 NF-DTCANC        PIC 9(8).
      *
       FD CADACORD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADACORD.DAT".
       01 REGACORD.
          03 ACO-NUM          PIC 9(6).
          03 ACO-PLACA        PIC X(7).
          03 ACO-DTAVENDA     PIC 9(8).
          03 ACO-CODCLI       PIC 9(5).
          03 ACO-COMPRADOR    PIC X(30).
          03 ACO-DTACORDO     PIC 9(8).
          03 ACO-QTDORIG      PIC 9(2).
          03 ACO-VLRORIG      PIC 9(8)V99.
          03 ACO-VLRMULTA     PIC 9(6)V99.
          03 ACO-VLRJUROS     PIC 9(6)V99.
          03 ACO-VLRBASE      PIC 9(8)V99.
          03 ACO-PCTJUROS     PIC 9(2)V99.
          03 ACO-QTDPARC      PIC 9(2).
          03 ACO-PARCINI      PIC 9(2).
          03 ACO-DTPRIVENC    PIC 9(8).
          03 ACO-VLRPARC      PIC 9(8)V99.
          03 ACO-VLRTOTAL     PIC 9(8)V99.
          03 ACO-OPER         PIC 9(3).
          03 ACO-OBS          PIC X(40).
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
      *
       FD CADMOVPC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOVPC.DAT".
       01 REGMOVPC.
          03 CHAVEMOVPC.
             05 MOV-CODPECA   PIC 9(5).
             05 MOV-DATA      PIC 9(8).
             05 MOV-SEQ       PIC 9(3).
          03 MOV-TIPO         PIC X(1).
          03 MOV-QTD          PIC 9(5)V99.
          03 MOV-CUSTOUNIT    PIC 9(6)V99.
          03 MOV-VALOR        PIC 9(8)V99.
          03 MOV-CUSTOMED     PIC 9(6)V99.
          03 MOV-CODFORN      PIC 9(5).
          03 MOV-DOCTO        PIC X(10).
          03 MOV-PLACA        PIC X(7).
          03 MOV-DTMANUT      PIC 9(8).
      *
       FD CADVIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVIST.DAT".
       01 REGVIST.
          03 CHAVEVIST.
             05 VIS-PLACA     PIC X(7).
             05 VIS-ORIGEM    PIC X(1).
             05 VIS-DTREF     PIC 9(8).
             05 VIS-HRREF     PIC 9(4).
             05 VIS-TIPO      PIC X(1).
          03 VIS-DATA.
             05 VIS-DIA       PIC 9(2).
             05 VIS-MES       PIC 9(2).
             05 VIS-ANO       PIC 9(4).
          03 VIS-HORA         PIC 9(4).
          03 VIS-KM           PIC 9(7).
          03 VIS-COMB         PIC 9(1).
          03 VIS-ITENS.
             05 VIS-ITEM      PIC X(1) OCCURS 14 TIMES.
          03 VIS-OBS          PIC X(60).
          03 VIS-CODFUNC      PIC 9(5).
          03 VIS-PROSPECT     PIC X(30).
          03 VIS-AVNOVA       PIC X(1).
          03 VIS-AUTSEQ       PIC 9(3).
      *
       FD CADCSG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCSG.DAT".
       01 REGCSG.
          03 CSG-PLACA        PIC X(7).
          03 CSG-CODCLI       PIC 9(5).
          03 CSG-DTINI.
             05 CSG-DIAINI    PIC 9(2).
             05 CSG-MESINI    PIC 9(2).
             05 CSG-ANOINI    PIC 9(4).
          03 CSG-VLRLIQ       PIC 9(8)V99.
          03 CSG-TPCOMIS      PIC X(1).
          03 CSG-COMIS        PIC 9(8)V99.
          03 CSG-DTEXPIR      PIC 9(8).
          03 CSG-DIASREP      PIC 9(3).
          03 CSG-SIT          PIC X(1).
          03 CSG-DTVENDA      PIC 9(8).
          03 CSG-VLRVENDA     PIC 9(8)V99.
          03 CSG-VLRREP       PIC 9(8)V99.
          03 CSG-DTVENCREP    PIC 9(8).
          03 CSG-DTPAGREP     PIC 9(8).
          03 CSG-DTDEVOL      PIC 9(8).
          03 CSG-OBS          PIC X(40).
      *
       FD CADRCLV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRCLV.DAT".
       01 REGRCLV.
          03 CHAVERCLV.
             05 RCV-COD       PIC 9(05).
             05 RCV-PLACA     PIC X(07).
          03 RCV-SIT          PIC X(01).
          03 RCV-CODCLI       PIC 9(05).
          03 RCV-NOMEDONO     PIC X(30).
          03 RCV-DTVENDA      PIC 9(08).
          03 RCV-DTNOTIF      PIC 9(08).
          03 RCV-DTSERV       PIC 9(08).
          03 RCV-OBS          PIC X(40).
      *
       FD CADHPLAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHPLAC.DAT".
       01 REGHPLAC.
          03 CHAVEHPLAC.
             05 HPL-PLACANT   PIC X(7).
             05 HPL-DTTROCA   PIC 9(8).
          03 HPL-PLACANOV     PIC X(7).
          03 HPL-CHASSI       PIC X(17).
          03 HPL-RENAVAM      PIC 9(11).
          03 HPL-MOTIVO       PIC X(1).
          03 HPL-QTDREG       PIC 9(6).
          03 HPL-QTDERR       PIC 9(6).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-CAR        PIC X(02) VALUE "00".
       01 ST-HPLAC      PIC X(02) VALUE "00".
       01 ST-VDA        PIC X(02) VALUE "00".
       01 ST-RECEB      PIC X(02) VALUE "00".
       01 ST-AQUIS      PIC X(02) VALUE "00".
       01 ST-MANUT      PIC X(02) VALUE "00".
       01 ST-AUTMN      PIC X(02) VALUE "00".
       01 ST-PLANM      PIC X(02) VALUE "00".
       01 ST-ABAST      PIC X(02) VALUE "00".
       01 ST-TAXAS      PIC X(02) VALUE "00".
       01 ST-DEPRE      PIC X(02) VALUE "00".
       01 ST-GARAN      PIC X(02) VALUE "00".
       01 ST-APOL       PIC X(02) VALUE "00".
       01 ST-SINIS      PIC X(02) VALUE "00".
       01 ST-MULTA      PIC X(02) VALUE "00".
       01 ST-ATRIB      PIC X(02) VALUE "00".
       01 ST-AGEND      PIC X(02) VALUE "00".
       01 ST-TESTE      PIC X(02) VALUE "00".
       01 ST-RESRV      PIC X(02) VALUE "00".
       01 ST-CATV       PIC X(02) VALUE "00".
       01 ST-BAIXA      PIC X(02) VALUE "00".
       01 ST-VDAPR      PIC X(02) VALUE "00".
       01 ST-PRECO      PIC X(02) VALUE "00".
       01 ST-DIST       PIC X(02) VALUE "00".
       01 ST-NF         PIC X(02) VALUE "00".
       01 ST-ACORD      PIC X(02) VALUE "00".
       01 ST-MPC        PIC X(02) VALUE "00".
       01 ST-MOV        PIC X(02) VALUE "00".
       01 ST-VIS        PIC X(02) VALUE "00".
       01 ST-CSG        PIC X(02) VALUE "00".
       01 ST-RCV        PIC X(02) VALUE "00".
       01 W-OPCCONF     PIC X(01) VALUE SPACES.
       01 W-MOTIVO      PIC X(01) VALUE SPACES.
       01 W-PLACANT     PIC X(07) VALUE SPACES.
       01 W-PLACANOV    PIC X(07) VALUE SPACES.
       01 W-PLACANOV-R REDEFINES W-PLACANOV.
          03 W-PLN-LETRAS PIC X(03).
          03 W-PLN-DIG1   PIC X(01).
          03 W-PLN-POS5   PIC X(01).
          03 W-PLN-DIG2   PIC X(02).
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-QTD         PIC 9(06) VALUE ZEROS.
       01 W-QTDERR      PIC 9(06) VALUE ZEROS.
       01 W-TOTREG      PIC 9(06) VALUE ZEROS.
       01 W-TOTERR      PIC 9(06) VALUE ZEROS.
       01 W-ARQDESC     PIC X(22) VALUE SPACES.
       01 W-REGSALVO    PIC X(200) VALUE SPACES.
       01 W-CKRET       PIC X(01) VALUE SPACES.
       01 W-CKMENS      PIC X(50) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** TROCA DE PLACA DO VEICULO ***"
           DISPLAY "PLACA ATUAL  : " WITH NO ADVANCING
           ACCEPT W-PLACANT
           IF W-PLACANT = SPACES
              GO TO ROT-FIM2.
           DISPLAY "PLACA NOVA   : " WITH NO ADVANCING
           ACCEPT W-PLACANOV
           IF W-PLACANOV = W-PLACANT
              DISPLAY "PLACA NOVA IGUAL A ATUAL"
              GO TO ROT-FIM2.
      *    PADRAO ANTIGO AAA9999 OU MERCOSUL AAA9A99
           IF W-PLN-LETRAS NOT ALPHABETIC-UPPER
              OR W-PLN-LETRAS (1:1) = SPACE
              OR W-PLN-LETRAS (2:1) = SPACE
              OR W-PLN-LETRAS (3:1) = SPACE
              OR W-PLN-DIG1 NOT NUMERIC
              OR W-PLN-DIG2 NOT NUMERIC
              OR W-PLN-POS5 = SPACE
              OR (W-PLN-POS5 NOT NUMERIC
                  AND W-PLN-POS5 NOT ALPHABETIC-UPPER)
              DISPLAY "PLACA NOVA FORA DO PADRAO AAA9999 / AAA9A99"
              GO TO ROT-FIM2.
      *
       R1.
           OPEN I-O CADCAR
           IF ST-CAR NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCAR"
              GO TO ROT-FIM2.
           MOVE W-PLACANOV TO PLACA-CAR
           READ CADCAR
           IF ST-CAR NOT = "23"
              DISPLAY "PLACA NOVA JA CADASTRADA NO CADCAR"
              CLOSE CADCAR
              GO TO ROT-FIM2.
           MOVE W-PLACANT TO PLACA-CAR
           READ CADCAR
           IF ST-CAR NOT = "00"
              DISPLAY "VEICULO " W-PLACANT " NAO CADASTRADO NO CADCAR"
              CLOSE CADCAR
              GO TO ROT-FIM2.
           DISPLAY "PROPRIETARIO : " NOMEPROP-CAR
           DISPLAY "CHASSI       : " CHASSI-CAR
           DISPLAY "RENAVAM      : " RENAVAM-CAR
           CALL "CHKVEIC" USING CHASSI-CAR RENAVAM-CAR W-CKRET W-CKMENS
           IF W-CKRET NOT = "S"
              DISPLAY "ATENCAO - " W-CKMENS.
           DISPLAY "MOTIVO (1=MUDANCA DE UF 2=MERCOSUL 3=OUTRO) : "
                   WITH NO ADVANCING
           ACCEPT W-MOTIVO
           IF W-MOTIVO NOT = "1" AND W-MOTIVO NOT = "2"
              AND W-MOTIVO NOT = "3"
              DISPLAY "MOTIVO INVALIDO"
              CLOSE CADCAR
              GO TO ROT-FIM2.
           DISPLAY "CONFIRMA A TROCA DE " W-PLACANT " PARA " W-PLACANOV
                   " (S/N) : " WITH NO ADVANCING
           ACCEPT W-OPCCONF
           IF W-OPCCONF NOT = "S" AND W-OPCCONF NOT = "s"
              DISPLAY "*** TROCA CANCELADA ***"
              CLOSE CADCAR
              GO TO ROT-FIM2.
      *
      *********************************************************
      * VEICULO (CADCAR): GRAVA NA PLACA NOVA E APAGA A ANTIGA *
      *********************************************************
       R2.
           MOVE CHASSI-CAR  TO HPL-CHASSI
           MOVE RENAVAM-CAR TO HPL-RENAVAM
           MOVE W-PLACANOV TO PLACA-CAR
           WRITE REGCAR
           IF ST-CAR NOT = "00" AND ST-CAR NOT = "02"
              DISPLAY "ERRO " ST-CAR " NA GRAVACAO DO CADCAR - "
                      "TROCA NAO EFETUADA"
              CLOSE CADCAR
              GO TO ROT-FIM2.
           MOVE W-PLACANT TO PLACA-CAR
           DELETE CADCAR RECORD
           CLOSE CADCAR
           DISPLAY "VEICULO GRAVADO NA PLACA NOVA".
      *
      *********************************************************
      * VENDAS (CADVDA)                                        *
      *********************************************************
       R11.
           MOVE ZEROS TO W-QTD W-QTDERR
           OPEN I-O CADVDA
           IF ST-VDA NOT = "00"
              GO TO R11-FIM2.
           MOVE W-PLACANT TO PLACA
           MOVE ZEROS TO DTAVENDA
           START CADVDA KEY IS NOT LESS CHAVEVENDA
                 INVALID KEY
                    GO TO R11-FIM.
       R11-RD.
           READ CADVDA NEXT RECORD
                AT END
                   GO TO R11-FIM
           END-READ
           IF ST-VDA NOT = "00" OR PLACA NOT = W-PLACANT
              GO TO R11-FIM.
           MOVE REGVENDA TO W-REGSALVO
           DELETE CADVDA RECORD
           MOVE W-PLACANOV TO PLACA
           WRITE REGVENDA
           IF ST-VDA = "00" OR ST-VDA = "02"
              ADD 1 TO W-QTD
           ELSE
      *       CHAVE JA EXISTE NA PLACA NOVA - FICA NA ANTIGA
              ADD 1 TO W-QTDERR
              MOVE W-REGSALVO TO REGVENDA
              WRITE REGVENDA.
      *    REPOSICIONA DEPOIS DA CHAVE ANTIGA
           MOVE W-REGSALVO TO REGVENDA
           START CADVDA KEY IS GREATER CHAVEVENDA
                 INVALID KEY
                    GO TO R11-FIM.
           GO TO R11-RD.
       R11-FIM.
           CLOSE CADVDA.
       R11-FIM2.
           MOVE "VENDAS                " TO W-ARQDESC
           PERFORM ROT-MOSTRA THRU ROT-MOSTRA-FIM.
      *
      *********************************************************
      * PARCELAS A RECEBER (CADRECEB)                          *
      *********************************************************
       R12.
           MOVE ZEROS TO W-QTD W-QTDERR
           OPEN I-O CADRECEB
           IF ST-RECEB NOT = "00"
              GO TO R12-FIM2.
           MOVE W-PLACANT TO REC-PLACA
           MOVE ZEROS TO REC-DTAVENDA
           MOVE ZEROS TO REC-PARC
           START CADRECEB KEY IS NOT LESS CHAVERECEB
                 INVALID KEY
                    GO TO R12-FIM.
       R12-RD.
           READ CADRECEB NEXT RECORD
                AT END
                   GO TO R12-FIM
           END-READ
           IF ST-RECEB NOT = "00" OR REC-PLACA NOT = W-PLACANT
              GO TO R12-FIM.
           MOVE REGRECEB TO W-REGSALVO
           DELETE CADRECEB RECORD
           MOVE W-PLACANOV TO REC-PLACA
           WRITE REGRECEB
           IF ST-RECEB = "00" OR ST-RECEB = "02"
              ADD 1 TO W-QTD
           ELSE
      *       CHAVE JA EXISTE NA PLACA NOVA - FICA NA ANTIGA
              ADD 1 TO W-QTDERR
              MOVE W-REGSALVO TO REGRECEB
              WRITE REGRECEB.
      *    REPOSICIONA DEPOIS DA CHAVE ANTIGA
           MOVE W-REGSALVO TO REGRECEB
           START CADRECEB KEY IS GREATER CHAVERECEB
                 INVALID KEY
                    GO TO R12-FIM.
           GO TO R12-RD.
       R12-FIM.
           CLOSE CADRECEB.
       R12-FIM2.
           MOVE "PARCELAS A RECEBER    " TO W-ARQDESC
           PERFORM ROT-MOSTRA THRU ROT-MOSTRA-FIM.
      *
      *********************************************************
      * AQUISICAO (CADAQUIS)                                   *
      *********************************************************
       R13.
           MOVE ZEROS TO W-QTD W-QTDERR
           OPEN I-O CADAQUIS
           IF ST-AQUIS NOT = "00"
              GO TO R13-FIM2.
           MOVE W-PLACANT TO AQ-PLACA
           START CADAQUIS KEY IS NOT LESS AQ-PLACA
                 INVALID KEY
                    GO TO R13-FIM.
       R13-RD.
           READ CADAQUIS NEXT RECORD
                AT END
                   GO TO R13-FIM
           END-READ
           IF ST-AQUIS NOT = "00" OR AQ-PLACA NOT = W-PLACANT
              GO TO R13-FIM.
           MOVE REGAQUIS TO W-REGSALVO
           DELETE CADAQUIS RECORD
           MOVE W-PLACANOV TO AQ-PLACA
           WRITE REGAQUIS
           IF ST-AQUIS = "00" OR ST-AQUIS = "02"
              ADD 1 TO W-QTD
           ELSE
      *       CHAVE JA EXISTE NA PLACA NOVA - FICA NA ANTIGA
              ADD 1 TO W-QTDERR
              MOVE W-REGSALVO TO REGAQUIS
              WRITE REGAQUIS.
      *    REPOSICIONA DEPOIS DA CHAVE ANTIGA
           MOVE W-REGSALVO TO REGAQUIS
           START CADAQUIS KEY IS GREATER AQ-PLACA
                 INVALID KEY
                    GO TO R13-FIM.
           GO TO R13-RD.
       R13-FIM.
           CLOSE CADAQUIS.
       R13-FIM2.
           MOVE "AQUISICAO             " TO W-ARQDESC
           PERFORM ROT-MOSTRA THRU ROT-MOSTRA-FIM.
      *
      *********************************************************
      * MANUTENCOES (CADMANUT)                                 *
      *********************************************************
       R14.
           MOVE ZEROS TO W-QTD W-QTDERR
           OPEN I-O CADMANUT
           IF ST-MANUT NOT = "00"
              GO TO R14-FIM2.
           MOVE W-PLACANT TO PLACA-M
           MOVE ZEROS TO DTMANUT
           START CADMANUT KEY IS NOT LESS CHAVEMANUT
                 INVALID KEY
                    GO TO R14-FIM.
       R14-RD.
           READ CADMANUT NEXT RECORD
                AT END
                   GO TO R14-FIM
           END-READ
           IF ST-MANUT NOT = "00" OR PLACA-M NOT = W-PLACANT
              GO TO R14-FIM.
           MOVE REGMANUT TO W-REGSALVO
           DELETE CADMANUT RECORD
           MOVE W-PLACANOV TO PLACA-M
           WRITE REGMANUT
           IF ST-MANUT = "00" OR ST-MANUT = "02"
              ADD 1 TO W-QTD
           ELSE
      *       CHAVE JA EXISTE NA PLACA NOVA - FICA NA ANTIGA
              ADD 1 TO W-QTDERR
              MOVE W-REGSALVO TO REGMANUT
              WRITE REGMANUT.
      *    REPOSICIONA DEPOIS DA CHAVE ANTIGA
           MOVE W-REGSALVO TO REGMANUT
           START CADMANUT KEY IS GREATER CHAVEMANUT
                 INVALID KEY
                    GO TO R14-FIM.
           GO TO R14-RD.
       R14-FIM.
           CLOSE CADMANUT.
       R14-FIM2.
           MOVE "MANUTENCOES           " TO W-ARQDESC
           PERFORM ROT-MOSTRA THRU ROT-MOSTRA-FIM.
      *
      *********************************************************
      * AUTORIZACOES DE MANUT. (CADAUTMN)                      *
      *********************************************************
       R15.
           MOVE ZEROS TO W-QTD W-QTDERR
           OPEN I-O CADAUTMN
           IF ST-AUTMN NOT = "00"
              GO TO R15-FIM2.
           MOVE W-PLACANT TO AUT-PLACA
           MOVE ZEROS TO AUT-SEQ
           START CADAUTMN KEY IS NOT LESS CHAVEAUTMN
                 INVALID KEY
                    GO TO R15-FIM.
       R15-RD.
           READ CADAUTMN NEXT RECORD
                AT END
                   GO TO R15-FIM
           END-READ
           IF ST-AUTMN NOT = "00" OR AUT-PLACA NOT = W-PLACANT
              GO TO R15-FIM.
           MOVE REGAUT TO W-REGSALVO
           DELETE CADAUTMN RECORD
           MOVE W-PLACANOV TO AUT-PLACA
           WRITE REGAUT
           IF ST-AUTMN = "00" OR ST-AUTMN = "02"
              ADD 1 TO W-QTD
           ELSE
      *       CHAVE JA EXISTE NA PLACA NOVA - FICA NA ANTIGA
              ADD 1 TO W-QTDERR
              MOVE W-REGSALVO TO REGAUT
              WRITE REGAUT.
      *    REPOSICIONA DEPOIS DA CHAVE ANTIGA
           MOVE W-REGSALVO TO REGAUT
           START CADAUTMN KEY IS GREATER CHAVEAUTMN
                 INVALID KEY
                    GO TO R15-FIM.
           GO TO R15-RD.
       R15-FIM.
           CLOSE CADAUTMN.
       R15-FIM2.
           MOVE "AUTORIZACOES DE MANUT." TO W-ARQDESC
           PERFORM ROT-MOSTRA THRU ROT-MOSTRA-FIM.
      *
      *********************************************************
      * PLANO DE MANUTENCAO (CADPLANM)                         *
      *********************************************************
       R16.
           MOVE ZEROS TO W-QTD W-QTDERR
           OPEN I-O CADPLANM
           IF ST-PLANM NOT = "00"
              GO TO R16-FIM2.
           MOVE W-PLACANT TO PLM-PLACA
           MOVE ZEROS TO PLM-SEQ
           START CADPLANM KEY IS NOT LESS CHAVEPLANM
                 INVALID KEY
                    GO TO R16-FIM.
       R16-RD.
           READ CADPLANM NEXT RECORD
                AT END
                   GO TO R16-FIM
           END-READ
           IF ST-PLANM NOT = "00" OR PLM-PLACA NOT = W-PLACANT
              GO TO R16-FIM.
           MOVE REGPLANM TO W-REGSALVO
           DELETE CADPLANM RECORD
           MOVE W-PLACANOV TO PLM-PLACA
           WRITE REGPLANM
           IF ST-PLANM = "00" OR ST-PLANM = "02"
              ADD 1 TO W-QTD
           ELSE
      *       CHAVE JA EXISTE NA PLACA NOVA - FICA NA ANTIGA
              ADD 1 TO W-QTDERR
              MOVE W-REGSALVO TO REGPLANM
              WRITE REGPLANM.
      *    REPOSICIONA DEPOIS DA CHAVE ANTIGA
           MOVE W-REGSALVO TO REGPLANM
           START CADPLANM KEY IS GREATER CHAVEPLANM
                 INVALID KEY
                    GO TO R16-FIM.
           GO TO R16-RD.
       R16-FIM.
           CLOSE CADPLANM.
       R16-FIM2.
           MOVE "PLANO DE MANUTENCAO   " TO W-ARQDESC
           PERFORM ROT-MOSTRA THRU ROT-MOSTRA-FIM.
      *
      *********************************************************
      * ABASTECIMENTOS (CADABAST)                              *
      *********************************************************
       R17.
           MOVE ZEROS TO W-QTD W-QTDERR
           OPEN I-O CADABAST
           IF ST-ABAST NOT = "00"
              GO TO R17-FIM2.
           MOVE W-PLACANT TO ABA-PLACA
           MOVE ZEROS TO ABA-DATA
           START CADABAST KEY IS NOT LESS CHAVEABAST
                 INVALID KEY
                    GO TO R17-FIM.
       R17-RD.
           READ CADABAST NEXT RECORD
                AT END
                   GO TO R17-FIM
           END-READ
           IF ST-ABAST NOT = "00" OR ABA-PLACA NOT = W-PLACANT
              GO TO R17-FIM.
           MOVE REGABAST TO W-REGSALVO
           DELETE CADABAST RECORD
           MOVE W-PLACANOV TO ABA-PLACA
           WRITE REGABAST
           IF ST-ABAST = "00" OR ST-ABAST = "02"
              ADD 1 TO W-QTD
           ELSE
      *       CHAVE JA EXISTE NA PLACA NOVA - FICA NA ANTIGA
              ADD 1 TO W-QTDERR
              MOVE W-REGSALVO TO REGABAST
              WRITE REGABAST.
      *    REPOSICIONA DEPOIS DA CHAVE ANTIGA
           MOVE W-REGSALVO TO REGABAST
           START CADABAST KEY IS GREATER CHAVEABAST
                 INVALID KEY
                    GO TO R17-FIM.
           GO TO R17-RD.
       R17-FIM.
           CLOSE CADABAST.
       R17-FIM2.
           MOVE "ABASTECIMENTOS        " TO W-ARQDESC
           PERFORM ROT-MOSTRA THRU ROT-MOSTRA-FIM.
      *
      *********************************************************
      * TAXAS E IMPOSTOS (CADTAXAS)                            *
      *********************************************************
       R18.
           MOVE ZEROS TO W-QTD W-QTDERR
           OPEN I-O CADTAXAS
           IF ST-TAXAS NOT = "00"
              GO TO R18-FIM2.
           MOVE W-PLACANT TO TAX-PLACA
           MOVE ZEROS TO TAX-ANO
           MOVE ZEROS TO TAX-SEQ
           START CADTAXAS KEY IS NOT LESS CHAVETAXAS
                 INVALID KEY
                    GO TO R18-FIM.
       R18-RD.
           READ CADTAXAS NEXT RECORD
                AT END
                   GO TO R18-FIM
           END-READ
           IF ST-TAXAS NOT = "00" OR TAX-PLACA NOT = W-PLACANT
              GO TO R18-FIM.
           MOVE REGTAXAS TO W-REGSALVO
           DELETE CADTAXAS RECORD
           MOVE W-PLACANOV TO TAX-PLACA
           WRITE REGTAXAS
           IF ST-TAXAS = "00" OR ST-TAXAS = "02"
              ADD 1 TO W-QTD
           ELSE
      *       CHAVE JA EXISTE NA PLACA NOVA - FICA NA ANTIGA
              ADD 1 TO W-QTDERR
              MOVE W-REGSALVO TO REGTAXAS
              WRITE REGTAXAS.
      *    REPOSICIONA DEPOIS DA CHAVE ANTIGA
           MOVE W-REGSALVO TO REGTAXAS
           START CADTAXAS KEY IS GREATER CHAVETAXAS
                 INVALID KEY
                    GO TO R18-FIM.
           GO TO R18-RD.
       R18-FIM.
           CLOSE CADTAXAS.
       R18-FIM2.
           MOVE "TAXAS E IMPOSTOS      " TO W-ARQDESC
           PERFORM ROT-MOSTRA THRU ROT-MOSTRA-FIM.
      *
      *********************************************************
      * DEPRECIACAO (CADDEPRE)                                 *
      *********************************************************
       R19.
           MOVE ZEROS TO W-QTD W-QTDERR
           OPEN I-O CADDEPRE
           IF ST-DEPRE NOT = "00"
              GO TO R19-FIM2.
           MOVE W-PLACANT TO DEP-PLACA
           START CADDEPRE KEY IS NOT LESS DEP-PLACA
                 INVALID KEY
                    GO TO R19-FIM.
       R19-RD.
           READ CADDEPRE NEXT RECORD
                AT END
                   GO TO R19-FIM
           END-READ
           IF ST-DEPRE NOT = "00" OR DEP-PLACA NOT = W-PLACANT
              GO TO R19-FIM.
           MOVE REGDEP TO W-REGSALVO
           DELETE CADDEPRE RECORD
           MOVE W-PLACANOV TO DEP-PLACA
           WRITE REGDEP
           IF ST-DEPRE = "00" OR ST-DEPRE = "02"
              ADD 1 TO W-QTD
           ELSE
      *       CHAVE JA EXISTE NA PLACA NOVA - FICA NA ANTIGA
              ADD 1 TO W-QTDERR
              MOVE W-REGSALVO TO REGDEP
              WRITE REGDEP.
      *    REPOSICIONA DEPOIS DA CHAVE ANTIGA
           MOVE W-REGSALVO TO REGDEP
           START CADDEPRE KEY IS GREATER DEP-PLACA
                 INVALID KEY
                    GO TO R19-FIM.
           GO TO R19-RD.
       R19-FIM.
           CLOSE CADDEPRE.
       R19-FIM2.
           MOVE "DEPRECIACAO           " TO W-ARQDESC
           PERFORM ROT-MOSTRA THRU ROT-MOSTRA-FIM.
      *
      *********************************************************
      * GARANTIAS (CADGARAN)                                   *
      *********************************************************
       R20.
           MOVE ZEROS TO W-QTD W-QTDERR
           OPEN I-O CADGARAN
           IF ST-GARAN NOT = "00"
              GO TO R20-FIM2.
           MOVE W-PLACANT TO GAR-PLACA
           MOVE ZEROS TO GAR-DTRECL
           START CADGARAN KEY IS NOT LESS CHAVEGARAN
                 INVALID KEY
                    GO TO R20-FIM.
       R20-RD.
           READ CADGARAN NEXT RECORD
                AT END
                   GO TO R20-FIM
           END-READ
           IF ST-GARAN NOT = "00" OR GAR-PLACA NOT = W-PLACANT
              GO TO R20-FIM.
           MOVE REGGARAN TO W-REGSALVO
           DELETE CADGARAN RECORD
           MOVE W-PLACANOV TO GAR-PLACA
           WRITE REGGARAN
           IF ST-GARAN = "00" OR ST-GARAN = "02"
              ADD 1 TO W-QTD
           ELSE
      *       CHAVE JA EXISTE NA PLACA NOVA - FICA NA ANTIGA
              ADD 1 TO W-QTDERR
              MOVE W-REGSALVO TO REGGARAN
              WRITE REGGARAN.
      *    REPOSICIONA DEPOIS DA CHAVE ANTIGA
           MOVE W-REGSALVO TO REGGARAN
           START CADGARAN KEY IS GREATER CHAVEGARAN
                 INVALID KEY
                    GO TO R20-FIM.
           GO TO R20-RD.
       R20-FIM.
           CLOSE CADGARAN.
       R20-FIM2.
           MOVE "GARANTIAS             " TO W-ARQDESC
           PERFORM ROT-MOSTRA THRU ROT-MOSTRA-FIM.
      *
      *********************************************************
      * APOLICES (CADAPOL)                                     *
      *********************************************************
       R21.
           MOVE ZEROS TO W-QTD W-QTDERR
           OPEN I-O CADAPOL
           IF ST-APOL NOT = "00"
              GO TO R21-FIM2.
           MOVE W-PLACANT TO APO-PLACA
           MOVE ZEROS TO APO-DTINI
           START CADAPOL KEY IS NOT LESS CHAVEAPOL
                 INVALID KEY
                    GO TO R21-FIM.
       R21-RD.
           READ CADAPOL NEXT RECORD
                AT END
                   GO TO R21-FIM
           END-READ
           IF ST-APOL NOT = "00" OR APO-PLACA NOT = W-PLACANT
              GO TO R21-FIM.
           MOVE REGAPOL TO W-REGSALVO
           DELETE CADAPOL RECORD
           MOVE W-PLACANOV TO APO-PLACA
           WRITE REGAPOL
           IF ST-APOL = "00" OR ST-APOL = "02"
              ADD 1 TO W-QTD
           ELSE
      *       CHAVE JA EXISTE NA PLACA NOVA - FICA NA ANTIGA
              ADD 1 TO W-QTDERR
              MOVE W-REGSALVO TO REGAPOL
              WRITE REGAPOL.
      *    REPOSICIONA DEPOIS DA CHAVE ANTIGA
           MOVE W-REGSALVO TO REGAPOL
           START CADAPOL KEY IS GREATER CHAVEAPOL
                 INVALID KEY
                    GO TO R21-FIM.
           GO TO R21-RD.
       R21-FIM.
           CLOSE CADAPOL.
       R21-FIM2.
           MOVE "APOLICES              " TO W-ARQDESC
           PERFORM ROT-MOSTRA THRU ROT-MOSTRA-FIM.
      *
      *********************************************************
      * SINISTROS (CADSINIS)                                   *
      *********************************************************
       R22.
           MOVE ZEROS TO W-QTD W-QTDERR
           OPEN I-O CADSINIS
           IF ST-SINIS NOT = "00"
              GO TO R22-FIM2.
           MOVE W-PLACANT TO SIN-PLACA
           MOVE ZEROS TO SIN-DTOCOR
           START CADSINIS KEY IS NOT LESS CHAVESINIS
                 INVALID KEY
                    GO TO R22-FIM.
       R22-RD.
           READ CADSINIS NEXT RECORD
                AT END
                   GO TO R22-FIM
           END-READ
           IF ST-SINIS NOT = "00" OR SIN-PLACA NOT = W-PLACANT
              GO TO R22-FIM.
           MOVE REGSINIS TO W-REGSALVO
           DELETE CADSINIS RECORD
           MOVE W-PLACANOV TO SIN-PLACA
           WRITE REGSINIS
           IF ST-SINIS = "00" OR ST-SINIS = "02"
              ADD 1 TO W-QTD
           ELSE
      *       CHAVE JA EXISTE NA PLACA NOVA - FICA NA ANTIGA
              ADD 1 TO W-QTDERR
              MOVE W-REGSALVO TO REGSINIS
              WRITE REGSINIS.
      *    REPOSICIONA DEPOIS DA CHAVE ANTIGA
           MOVE W-REGSALVO TO REGSINIS
           START CADSINIS KEY IS GREATER CHAVESINIS
                 INVALID KEY
                    GO TO R22-FIM.
           GO TO R22-RD.
       R22-FIM.
           CLOSE CADSINIS.
       R22-FIM2.
           MOVE "SINISTROS             " TO W-ARQDESC
           PERFORM ROT-MOSTRA THRU ROT-MOSTRA-FIM.
      *
      *********************************************************
      * MULTAS (CADMULTA)                                      *
      *********************************************************
       R23.
           MOVE ZEROS TO W-QTD W-QTDERR
           OPEN I-O CADMULTA
           IF ST-MULTA NOT = "00"
              GO TO R23-FIM2.
           MOVE W-PLACANT TO MUL-PLACA
           MOVE ZEROS TO MUL-DTINF
           MOVE ZEROS TO MUL-HRINF
           START CADMULTA KEY IS NOT LESS CHAVEMULTA
                 INVALID KEY
                    GO TO R23-FIM.
       R23-RD.
           READ CADMULTA NEXT RECORD
                AT END
                   GO TO R23-FIM
           END-READ
           IF ST-MULTA NOT = "00" OR MUL-PLACA NOT = W-PLACANT
              GO TO R23-FIM.
           MOVE REGMULTA TO W-REGSALVO
           DELETE CADMULTA RECORD
           MOVE W-PLACANOV TO MUL-PLACA
           WRITE REGMULTA
           IF ST-MULTA = "00" OR ST-MULTA = "02"
              ADD 1 TO W-QTD
           ELSE
      *       CHAVE JA EXISTE NA PLACA NOVA - FICA NA ANTIGA
              ADD 1 TO W-QTDERR
              MOVE W-REGSALVO TO REGMULTA
              WRITE REGMULTA.
      *    REPOSICIONA DEPOIS DA CHAVE ANTIGA
           MOVE W-REGSALVO TO REGMULTA
           START CADMULTA KEY IS GREATER CHAVEMULTA
                 INVALID KEY
                    GO TO R23-FIM.
           GO TO R23-RD.
       R23-FIM.
           CLOSE CADMULTA.
       R23-FIM2.
           MOVE "MULTAS                " TO W-ARQDESC
           PERFORM ROT-MOSTRA THRU ROT-MOSTRA-FIM.
      *
      *********************************************************
      * ATRIBUICOES (CADATRIB)                                 *
      *********************************************************
       R24.
           MOVE ZEROS TO W-QTD W-QTDERR
           OPEN I-O CADATRIB
           IF ST-ATRIB NOT = "00"
              GO TO R24-FIM2.
           MOVE W-PLACANT TO ATR-PLACA
           MOVE ZEROS TO ATR-DTINI
           START CADATRIB KEY IS NOT LESS CHAVEATRIB
                 INVALID KEY
                    GO TO R24-FIM.
       R24-RD.
           READ CADATRIB NEXT RECORD
                AT END
                   GO TO R24-FIM
           END-READ
           IF ST-ATRIB NOT = "00" OR ATR-PLACA NOT = W-PLACANT
              GO TO R24-FIM.
           MOVE REGATRIB TO W-REGSALVO
           DELETE CADATRIB RECORD
           MOVE W-PLACANOV TO ATR-PLACA
           WRITE REGATRIB
           IF ST-ATRIB = "00" OR ST-ATRIB = "02"
              ADD 1 TO W-QTD
           ELSE
      *       CHAVE JA EXISTE NA PLACA NOVA - FICA NA ANTIGA
              ADD 1 TO W-QTDERR
              MOVE W-REGSALVO TO REGATRIB
              WRITE REGATRIB.
      *    REPOSICIONA DEPOIS DA CHAVE ANTIGA
           MOVE W-REGSALVO TO REGATRIB
           START CADATRIB KEY IS GREATER CHAVEATRIB
                 INVALID KEY
                    GO TO R24-FIM.
           GO TO R24-RD.
       R24-FIM.
           CLOSE CADATRIB.
       R24-FIM2.
           MOVE "ATRIBUICOES           " TO W-ARQDESC
           PERFORM ROT-MOSTRA THRU ROT-MOSTRA-FIM.
      *
      *********************************************************
      * AGENDA DO POOL (CADAGEND)                              *
      *********************************************************
       R25.
           MOVE ZEROS TO W-QTD W-QTDERR
           OPEN I-O CADAGEND
           IF ST-AGEND NOT = "00"
              GO TO R25-FIM2.
           MOVE W-PLACANT TO AGE-PLACA
           MOVE ZEROS TO AGE-DATA
           MOVE ZEROS TO AGE-HRINI
           START CADAGEND KEY IS NOT LESS CHAVEAGEND
                 INVALID KEY
                    GO TO R25-FIM.
       R25-RD.
           READ CADAGEND NEXT RECORD
                AT END
                   GO TO R25-FIM
           END-READ
           IF ST-AGEND NOT = "00" OR AGE-PLACA NOT = W-PLACANT
              GO TO R25-FIM.
           MOVE REGAGEND TO W-REGSALVO
           DELETE CADAGEND RECORD
           MOVE W-PLACANOV TO AGE-PLACA
           WRITE REGAGEND
           IF ST-AGEND = "00" OR ST-AGEND = "02"
              ADD 1 TO W-QTD
           ELSE
      *       CHAVE JA EXISTE NA PLACA NOVA - FICA NA ANTIGA
              ADD 1 TO W-QTDERR
              MOVE W-REGSALVO TO REGAGEND
              WRITE REGAGEND.
      *    REPOSICIONA DEPOIS DA CHAVE ANTIGA
           MOVE W-REGSALVO TO REGAGEND
           START CADAGEND KEY IS GREATER CHAVEAGEND
                 INVALID KEY
                    GO TO R25-FIM.
           GO TO R25-RD.
       R25-FIM.
           CLOSE CADAGEND.
       R25-FIM2.
           MOVE "AGENDA DO POOL        " TO W-ARQDESC
           PERFORM ROT-MOSTRA THRU ROT-MOSTRA-FIM.
      *
      *********************************************************
      * TEST-DRIVES (CADTESTE)                                 *
      *********************************************************
       R26.
           MOVE ZEROS TO W-QTD W-QTDERR
           OPEN I-O CADTESTE
           IF ST-TESTE NOT = "00"
              GO TO R26-FIM2.
           MOVE W-PLACANT TO TST-PLACA
           MOVE ZEROS TO TST-DTSAIDA
           MOVE ZEROS TO TST-HRSAIDA
           START CADTESTE KEY IS NOT LESS CHAVETESTE
                 INVALID KEY
                    GO TO R26-FIM.
       R26-RD.
           READ CADTESTE NEXT RECORD
                AT END
                   GO TO R26-FIM
           END-READ
           IF ST-TESTE NOT = "00" OR TST-PLACA NOT = W-PLACANT
              GO TO R26-FIM.
           MOVE REGTESTE TO W-REGSALVO
           DELETE CADTESTE RECORD
           MOVE W-PLACANOV TO TST-PLACA
           WRITE REGTESTE
           IF ST-TESTE = "00" OR ST-TESTE = "02"
              ADD 1 TO W-QTD
           ELSE
      *       CHAVE JA EXISTE NA PLACA NOVA - FICA NA ANTIGA
              ADD 1 TO W-QTDERR
              MOVE W-REGSALVO TO REGTESTE
              WRITE REGTESTE.
      *    REPOSICIONA DEPOIS DA CHAVE ANTIGA
           MOVE W-REGSALVO TO REGTESTE
           START CADTESTE KEY IS GREATER CHAVETESTE
                 INVALID KEY
                    GO TO R26-FIM.
           GO TO R26-RD.
       R26-FIM.
           CLOSE CADTESTE.
       R26-FIM2.
           MOVE "TEST-DRIVES           " TO W-ARQDESC
           PERFORM ROT-MOSTRA THRU ROT-MOSTRA-FIM.
      *
      *********************************************************
      * RESERVA (CADRESRV)                                     *
      *********************************************************
       R27.
           MOVE ZEROS TO W-QTD W-QTDERR
           OPEN I-O CADRESRV
           IF ST-RESRV NOT = "00"
              GO TO R27-FIM2.
           MOVE W-PLACANT TO RSV-PLACA
           START CADRESRV KEY IS NOT LESS RSV-PLACA
                 INVALID KEY
                    GO TO R27-FIM.
       R27-RD.
           READ CADRESRV NEXT RECORD
                AT END
                   GO TO R27-FIM
           END-READ
           IF ST-RESRV NOT = "00" OR RSV-PLACA NOT = W-PLACANT
              GO TO R27-FIM.
           MOVE REGRESRV TO W-REGSALVO
           DELETE CADRESRV RECORD
           MOVE W-PLACANOV TO RSV-PLACA
           WRITE REGRESRV
           IF ST-RESRV = "00" OR ST-RESRV = "02"
              ADD 1 TO W-QTD
           ELSE
      *       CHAVE JA EXISTE NA PLACA NOVA - FICA NA ANTIGA
              ADD 1 TO W-QTDERR
              MOVE W-REGSALVO TO REGRESRV
              WRITE REGRESRV.
      *    REPOSICIONA DEPOIS DA CHAVE ANTIGA
           MOVE W-REGSALVO TO REGRESRV
           START CADRESRV KEY IS GREATER RSV-PLACA
                 INVALID KEY
                    GO TO R27-FIM.
           GO TO R27-RD.
       R27-FIM.
           CLOSE CADRESRV.
       R27-FIM2.
           MOVE "RESERVA               " TO W-ARQDESC
           PERFORM ROT-MOSTRA THRU ROT-MOSTRA-FIM.
      *
      *********************************************************
      * CATEGORIA EXIGIDA (CADCATV)                            *
      *********************************************************
       R28.
           MOVE ZEROS TO W-QTD W-QTDERR
           OPEN I-O CADCATV
           IF ST-CATV NOT = "00"
              GO TO R28-FIM2.
           MOVE W-PLACANT TO CTV-PLACA
           START CADCATV KEY IS NOT LESS CTV-PLACA
                 INVALID KEY
                    GO TO R28-FIM.
       R28-RD.
           READ CADCATV NEXT RECORD
                AT END
                   GO TO R28-FIM
           END-READ
           IF ST-CATV NOT = "00" OR CTV-PLACA NOT = W-PLACANT
              GO TO R28-FIM.
           MOVE REGCATV TO W-REGSALVO
           DELETE CADCATV RECORD
           MOVE W-PLACANOV TO CTV-PLACA
           WRITE REGCATV
           IF ST-CATV = "00" OR ST-CATV = "02"
              ADD 1 TO W-QTD
           ELSE
      *       CHAVE JA EXISTE NA PLACA NOVA - FICA NA ANTIGA
              ADD 1 TO W-QTDERR
              MOVE W-REGSALVO TO REGCATV
              WRITE REGCATV.
      *    REPOSICIONA DEPOIS DA CHAVE ANTIGA
           MOVE W-REGSALVO TO REGCATV
           START CADCATV KEY IS GREATER CTV-PLACA
                 INVALID KEY
                    GO TO R28-FIM.
           GO TO R28-RD.
       R28-FIM.
           CLOSE CADCATV.
       R28-FIM2.
           MOVE "CATEGORIA EXIGIDA     " TO W-ARQDESC
           PERFORM ROT-MOSTRA THRU ROT-MOSTRA-FIM.
      *
      *********************************************************
      * BAIXA DO VEICULO (CADBAIXA) - UM REGISTRO POR PLACA    *
      *********************************************************
       R29.
           MOVE ZEROS TO W-QTD W-QTDERR
           OPEN I-O CADBAIXA
           IF ST-BAIXA NOT = "00"
              GO TO R29-FIM2.
           MOVE W-PLACANT TO BXA-PLACA
           READ CADBAIXA
           IF ST-BAIXA NOT = "00"
              GO TO R29-FIM.
           MOVE REGBAIXA TO W-REGSALVO
           DELETE CADBAIXA RECORD
           MOVE W-PLACANOV TO BXA-PLACA
           WRITE REGBAIXA
           IF ST-BAIXA = "00" OR ST-BAIXA = "02"
              ADD 1 TO W-QTD
           ELSE
      *       CHAVE JA EXISTE NA PLACA NOVA - FICA NA ANTIGA
              ADD 1 TO W-QTDERR
              MOVE W-REGSALVO TO REGBAIXA
              WRITE REGBAIXA.
       R29-FIM.
           CLOSE CADBAIXA.
       R29-FIM2.
           MOVE "BAIXA DO VEICULO      " TO W-ARQDESC
           PERFORM ROT-MOSTRA THRU ROT-MOSTRA-FIM.
      *
      *********************************************************
      * VENDAS QUE RECEBERAM O VEICULO NA TROCA                *
      *********************************************************
       R30.
           MOVE ZEROS TO W-QTD W-QTDERR
           OPEN I-O CADVDA
           IF ST-VDA NOT = "00"
              GO TO R30-FIM2.
           MOVE SPACES TO PLACA
           MOVE ZEROS  TO DTAVENDA
           START CADVDA KEY IS NOT LESS CHAVEVENDA
                 INVALID KEY
                    GO TO R30-FIM.
       R30-RD.
           READ CADVDA NEXT RECORD
                AT END
                   GO TO R30-FIM
           END-READ
           IF ST-VDA NOT = "00"
              GO TO R30-FIM.
           IF VDA-PLACATROCA NOT = W-PLACANT
              GO TO R30-RD.
           MOVE W-PLACANOV TO VDA-PLACATROCA
           REWRITE REGVENDA
           IF ST-VDA = "00" OR ST-VDA = "02"
              ADD 1 TO W-QTD
           ELSE
              ADD 1 TO W-QTDERR.
           GO TO R30-RD.
       R30-FIM.
           CLOSE CADVDA.
       R30-FIM2.
           MOVE "PLACA DE TROCA/VENDAS " TO W-ARQDESC
           PERFORM ROT-MOSTRA THRU ROT-MOSTRA-FIM.
      *
      *********************************************************
      * PRECO E APROVACAO DAS VENDAS (CADVDAPR)                *
      *********************************************************
       R31.
           MOVE ZEROS TO W-QTD W-QTDERR
           OPEN I-O CADVDAPR
           IF ST-VDAPR NOT = "00"
              GO TO R31-FIM2.
           MOVE W-PLACANT TO VPR-PLACA
           MOVE ZEROS     TO VPR-DTAVENDA
           START CADVDAPR KEY IS NOT LESS CHAVEVPR
                 INVALID KEY
                    GO TO R31-FIM.
       R31-RD.
           READ CADVDAPR NEXT RECORD
                AT END
                   GO TO R31-FIM
           END-READ
           IF ST-VDAPR NOT = "00" OR VPR-PLACA NOT = W-PLACANT
              GO TO R31-FIM.
           MOVE REGVDAPR TO W-REGSALVO
           DELETE CADVDAPR RECORD
           MOVE W-PLACANOV TO VPR-PLACA
           WRITE REGVDAPR
           IF ST-VDAPR = "00" OR ST-VDAPR = "02"
              ADD 1 TO W-QTD
           ELSE
      *       CHAVE JA EXISTE NA PLACA NOVA - FICA NA ANTIGA
              ADD 1 TO W-QTDERR
              MOVE W-REGSALVO TO REGVDAPR
              WRITE REGVDAPR.
      *    REPOSICIONA DEPOIS DA CHAVE ANTIGA
           MOVE W-REGSALVO TO REGVDAPR
           START CADVDAPR KEY IS GREATER CHAVEVPR
                 INVALID KEY
                    GO TO R31-FIM.
           GO TO R31-RD.
       R31-FIM.
           CLOSE CADVDAPR.
       R31-FIM2.
           MOVE "PRECO/APROVACAO VENDA " TO W-ARQDESC
           PERFORM ROT-MOSTRA THRU ROT-MOSTRA-FIM.
      *
      *********************************************************
      * TABELA DE PRECOS DO ESTOQUE (CADPRECO)                 *
      *********************************************************
       R32.
           MOVE ZEROS TO W-QTD W-QTDERR
           OPEN I-O CADPRECO
           IF ST-PRECO NOT = "00"
              GO TO R32-FIM2.
           MOVE W-PLACANT TO PRC-PLACA
           READ CADPRECO
           IF ST-PRECO NOT = "00"
              GO TO R32-FIM.
           MOVE REGPRECO TO W-REGSALVO
           DELETE CADPRECO RECORD
           MOVE W-PLACANOV TO PRC-PLACA
           WRITE REGPRECO
           IF ST-PRECO = "00" OR ST-PRECO = "02"
              ADD 1 TO W-QTD
           ELSE
      *       CHAVE JA EXISTE NA PLACA NOVA - FICA NA ANTIGA
              ADD 1 TO W-QTDERR
              MOVE W-REGSALVO TO REGPRECO
              WRITE REGPRECO.
       R32-FIM.
           CLOSE CADPRECO.
       R32-FIM2.
           MOVE "TABELA DE PRECOS      " TO W-ARQDESC
           PERFORM ROT-MOSTRA THRU ROT-MOSTRA-FIM.
      *
      *********************************************************
      * DISTRATOS DE VENDA (CADDIST)                           *
      *********************************************************
       R33.
           MOVE ZEROS TO W-QTD W-QTDERR
           OPEN I-O CADDIST
           IF ST-DIST NOT = "00"
              GO TO R33-FIM2.
           MOVE W-PLACANT TO DIS-PLACA
           MOVE ZEROS     TO DIS-DTAVENDA
           START CADDIST KEY IS NOT LESS CHAVEDIST
                 INVALID KEY
                    GO TO R33-FIM.
       R33-RD.
           READ CADDIST NEXT RECORD
                AT END
                   GO TO R33-FIM
           END-READ
           IF ST-DIST NOT = "00" OR DIS-PLACA NOT = W-PLACANT
              GO TO R33-FIM.
           MOVE REGDIST TO W-REGSALVO
           DELETE CADDIST RECORD
           MOVE W-PLACANOV TO DIS-PLACA
           WRITE REGDIST
           IF ST-DIST = "00" OR ST-DIST = "02"
              ADD 1 TO W-QTD
           ELSE
      *       CHAVE JA EXISTE NA PLACA NOVA - FICA NA ANTIGA
              ADD 1 TO W-QTDERR
              MOVE W-REGSALVO TO REGDIST
              WRITE REGDIST.
      *    REPOSICIONA DEPOIS DA CHAVE ANTIGA
           MOVE W-REGSALVO TO REGDIST
           START CADDIST KEY IS GREATER CHAVEDIST
                 INVALID KEY
                    GO TO R33-FIM.
           GO TO R33-RD.
       R33-FIM.
           CLOSE CADDIST.
       R33-FIM2.
           MOVE "DISTRATOS DE VENDA    " TO W-ARQDESC
           PERFORM ROT-MOSTRA THRU ROT-MOSTRA-FIM.
      *
      *********************************************************
      * DISTRATOS EM QUE O VEICULO ERA A TROCA                 *
      *********************************************************
       R34.
           MOVE ZEROS TO W-QTD W-QTDERR
           OPEN I-O CADDIST
           IF ST-DIST NOT = "00"
              GO TO R34-FIM2.
           MOVE SPACES TO DIS-PLACA
           MOVE ZEROS  TO DIS-DTAVENDA
           START CADDIST KEY IS NOT LESS CHAVEDIST
                 INVALID KEY
                    GO TO R34-FIM.
       R34-RD.
           READ CADDIST NEXT RECORD
                AT END
                   GO TO R34-FIM
           END-READ
           IF ST-DIST NOT = "00"
              GO TO R34-FIM.
           IF DIS-PLACATROCA NOT = W-PLACANT
              GO TO R34-RD.
           MOVE W-PLACANOV TO DIS-PLACATROCA
           REWRITE REGDIST
           IF ST-DIST = "00" OR ST-DIST = "02"
              ADD 1 TO W-QTD
           ELSE
              ADD 1 TO W-QTDERR.
           GO TO R34-RD.
       R34-FIM.
           CLOSE CADDIST.
       R34-FIM2.
           MOVE "PLACA TROCA/DISTRATOS " TO W-ARQDESC
           PERFORM ROT-MOSTRA THRU ROT-MOSTRA-FIM.
      *
      *********************************************************
      * NOTAS FISCAIS: SO A LIGACAO COM A VENDA (NF-PLACAVDA)  *
      *********************************************************
       R35.
           MOVE ZEROS TO W-QTD W-QTDERR
           OPEN I-O CADNF
           IF ST-NF NOT = "00"
              GO TO R35-FIM2.
           MOVE ZEROS TO NF-EMP NF-NUM
           START CADNF KEY IS NOT LESS CHAVENF
                 INVALID KEY
                    GO TO R35-FIM.
       R35-RD.
           READ CADNF NEXT RECORD
                AT END
                   GO TO R35-FIM
           END-READ
           IF ST-NF NOT = "00"
              GO TO R35-FIM.
           IF NF-PLACAVDA NOT = W-PLACANT
              GO TO R35-RD.
           MOVE W-PLACANOV TO NF-PLACAVDA
           REWRITE REGNF
           IF ST-NF = "00" OR ST-NF = "02"
              ADD 1 TO W-QTD
           ELSE
              ADD 1 TO W-QTDERR.
           GO TO R35-RD.
       R35-FIM.
           CLOSE CADNF.
       R35-FIM2.
           MOVE "NOTAS FISCAIS/VENDA   " TO W-ARQDESC
           PERFORM ROT-MOSTRA THRU ROT-MOSTRA-FIM.
      *
      *********************************************************
      * ACORDOS DE RENEGOCIACAO: SO A PLACA DA VENDA           *
      *********************************************************
       R36.
           MOVE ZEROS TO W-QTD W-QTDERR
           OPEN I-O CADACORD
           IF ST-ACORD NOT = "00"
              GO TO R36-FIM2.
           MOVE ZEROS TO ACO-NUM
           START CADACORD KEY IS NOT LESS ACO-NUM
                 INVALID KEY
                    GO TO R36-FIM.
       R36-RD.
           READ CADACORD NEXT RECORD
                AT END
                   GO TO R36-FIM
           END-READ
           IF ST-ACORD NOT = "00"
              GO TO R36-FIM.
           IF ACO-PLACA NOT = W-PLACANT
              GO TO R36-RD.
           MOVE W-PLACANOV TO ACO-PLACA
           REWRITE REGACORD
           IF ST-ACORD = "00" OR ST-ACORD = "02"
              ADD 1 TO W-QTD
           ELSE
              ADD 1 TO W-QTDERR.
           GO TO R36-RD.
       R36-FIM.
           CLOSE CADACORD.
       R36-FIM2.
           MOVE "ACORDOS RENEGOCIACAO  " TO W-ARQDESC
           PERFORM ROT-MOSTRA THRU ROT-MOSTRA-FIM.
      *
      *********************************************************
      * PECAS DA MANUTENCAO (CADMNTPC)                         *
      *********************************************************
       R37.
           MOVE ZEROS TO W-QTD W-QTDERR
           OPEN I-O CADMNTPC
           IF ST-MPC NOT = "00"
              GO TO R37-FIM2.
           MOVE W-PLACANT TO MPC-PLACA
           MOVE ZEROS     TO MPC-DTMANUT MPC-ITEM
           START CADMNTPC KEY IS NOT LESS CHAVEMNTPC
                 INVALID KEY
                    GO TO R37-FIM.
       R37-RD.
           READ CADMNTPC NEXT RECORD
                AT END
                   GO TO R37-FIM
           END-READ
           IF ST-MPC NOT = "00" OR MPC-PLACA NOT = W-PLACANT
              GO TO R37-FIM.
           MOVE REGMNTPC TO W-REGSALVO
           DELETE CADMNTPC RECORD
           MOVE W-PLACANOV TO MPC-PLACA
           WRITE REGMNTPC
           IF ST-MPC = "00" OR ST-MPC = "02"
              ADD 1 TO W-QTD
           ELSE
      *       CHAVE JA EXISTE NA PLACA NOVA - FICA NA ANTIGA
              ADD 1 TO W-QTDERR
              MOVE W-REGSALVO TO REGMNTPC
              WRITE REGMNTPC.
      *    REPOSICIONA DEPOIS DA CHAVE ANTIGA
           MOVE W-REGSALVO TO REGMNTPC
           START CADMNTPC KEY IS GREATER CHAVEMNTPC
                 INVALID KEY
                    GO TO R37-FIM.
           GO TO R37-RD.
       R37-FIM.
           CLOSE CADMNTPC.
       R37-FIM2.
           MOVE "PECAS DA MANUTENCAO   " TO W-ARQDESC
           PERFORM ROT-MOSTRA THRU ROT-MOSTRA-FIM.
      *
      *********************************************************
      * MOVIMENTOS DE ESTOQUE: SO A PLACA DA REVISAO           *
      *********************************************************
       R38.
           MOVE ZEROS TO W-QTD W-QTDERR
           OPEN I-O CADMOVPC
           IF ST-MOV NOT = "00"
              GO TO R38-FIM2.
           MOVE ZEROS TO MOV-CODPECA MOV-DATA MOV-SEQ
           START CADMOVPC KEY IS NOT LESS CHAVEMOVPC
                 INVALID KEY
                    GO TO R38-FIM.
       R38-RD.
           READ CADMOVPC NEXT RECORD
                AT END
                   GO TO R38-FIM
           END-READ
           IF ST-MOV NOT = "00"
              GO TO R38-FIM.
           IF MOV-PLACA NOT = W-PLACANT
              GO TO R38-RD.
           MOVE W-PLACANOV TO MOV-PLACA
           REWRITE REGMOVPC
           IF ST-MOV = "00" OR ST-MOV = "02"
              ADD 1 TO W-QTD
           ELSE
              ADD 1 TO W-QTDERR.
           GO TO R38-RD.
       R38-FIM.
           CLOSE CADMOVPC.
       R38-FIM2.
           MOVE "MOVIMENTOS DE ESTOQUE " TO W-ARQDESC
           PERFORM ROT-MOSTRA THRU ROT-MOSTRA-FIM.
      *
      *********************************************************
      * VISTORIAS DE SAIDA E VOLTA (CADVIST)                   *
      *********************************************************
       R39.
           MOVE ZEROS TO W-QTD W-QTDERR
           OPEN I-O CADVIST
           IF ST-VIS NOT = "00"
              GO TO R39-FIM2.
           MOVE W-PLACANT TO VIS-PLACA
           MOVE SPACES    TO VIS-ORIGEM VIS-TIPO
           MOVE ZEROS     TO VIS-DTREF VIS-HRREF
           START CADVIST KEY IS NOT LESS CHAVEVIST
                 INVALID KEY
                    GO TO R39-FIM.
       R39-RD.
           READ CADVIST NEXT RECORD
                AT END
                   GO TO R39-FIM
           END-READ
           IF ST-VIS NOT = "00" OR VIS-PLACA NOT = W-PLACANT
              GO TO R39-FIM.
           MOVE REGVIST TO W-REGSALVO
           DELETE CADVIST RECORD
           MOVE W-PLACANOV TO VIS-PLACA
           WRITE REGVIST
           IF ST-VIS = "00" OR ST-VIS = "02"
              ADD 1 TO W-QTD
           ELSE
      *       CHAVE JA EXISTE NA PLACA NOVA - FICA NA ANTIGA
              ADD 1 TO W-QTDERR
              MOVE W-REGSALVO TO REGVIST
              WRITE REGVIST.
      *    REPOSICIONA DEPOIS DA CHAVE ANTIGA
           MOVE W-REGSALVO TO REGVIST
           START CADVIST KEY IS GREATER CHAVEVIST
                 INVALID KEY
                    GO TO R39-FIM.
           GO TO R39-RD.
       R39-FIM.
           CLOSE CADVIST.
       R39-FIM2.
           MOVE "VISTORIAS            " TO W-ARQDESC
           PERFORM ROT-MOSTRA THRU ROT-MOSTRA-FIM.
      *
      *********************************************************
      * CONTRATO DE CONSIGNACAO (CADCSG)                       *
      *********************************************************
       R39A.
           MOVE ZEROS TO W-QTD W-QTDERR
           OPEN I-O CADCSG
           IF ST-CSG NOT = "00"
              GO TO R39A-FIM2.
           MOVE W-PLACANT TO CSG-PLACA
           READ CADCSG
           IF ST-CSG NOT = "00"
              GO TO R39A-FIM.
           MOVE REGCSG TO W-REGSALVO
           DELETE CADCSG RECORD
           MOVE W-PLACANOV TO CSG-PLACA
           WRITE REGCSG
           IF ST-CSG = "00" OR ST-CSG = "02"
              ADD 1 TO W-QTD
           ELSE
      *       CHAVE JA EXISTE NA PLACA NOVA - FICA NA ANTIGA
              ADD 1 TO W-QTDERR
              MOVE W-REGSALVO TO REGCSG
              WRITE REGCSG.
       R39A-FIM.
           CLOSE CADCSG.
       R39A-FIM2.
           MOVE "CONSIGNACAO          " TO W-ARQDESC
           PERFORM ROT-MOSTRA THRU ROT-MOSTRA-FIM.
      *
      *********************************************************
      * ACOMPANHAMENTO DE RECALL (CADRCLV) - A PLACA E A       *
      * SEGUNDA PARTE DA CHAVE: PERCORRE O ARQUIVO TODO        *
      *********************************************************
       R39B.
           MOVE ZEROS TO W-QTD W-QTDERR
           OPEN I-O CADRCLV
           IF ST-RCV NOT = "00"
              GO TO R39B-FIM2.
           MOVE ZEROS  TO RCV-COD
           MOVE SPACES TO RCV-PLACA
           START CADRCLV KEY IS NOT LESS CHAVERCLV
                 INVALID KEY
                    GO TO R39B-FIM.
       R39B-RD.
           READ CADRCLV NEXT RECORD
                AT END
                   GO TO R39B-FIM
           END-READ
           IF ST-RCV NOT = "00"
              GO TO R39B-FIM.
           IF RCV-PLACA NOT = W-PLACANT
              GO TO R39B-RD.
           MOVE REGRCLV TO W-REGSALVO
           DELETE CADRCLV RECORD
           MOVE W-PLACANOV TO RCV-PLACA
           WRITE REGRCLV
           IF ST-RCV = "00" OR ST-RCV = "02"
              ADD 1 TO W-QTD
           ELSE
      *       CHAVE JA EXISTE NA PLACA NOVA - FICA NA ANTIGA
              ADD 1 TO W-QTDERR
              MOVE W-REGSALVO TO REGRCLV
              WRITE REGRCLV.
      *    REPOSICIONA DEPOIS DA CHAVE ANTIGA
           MOVE W-REGSALVO TO REGRCLV
           START CADRCLV KEY IS GREATER CHAVERCLV
                 INVALID KEY
                    GO TO R39B-FIM.
           GO TO R39B-RD.
       R39B-FIM.
           CLOSE CADRCLV.
       R39B-FIM2.
           MOVE "RECALL               " TO W-ARQDESC
           PERFORM ROT-MOSTRA THRU ROT-MOSTRA-FIM.
      *
      *********************************************************
      * REGISTRO DA TROCA NO HISTORICO DE PLACAS (CADHPLAC)    *
      *********************************************************
       R40.
           OPEN I-O CADHPLAC
           IF ST-HPLAC NOT = "00"
              IF ST-HPLAC = "30"
                 OPEN OUTPUT CADHPLAC
                 CLOSE CADHPLAC
                 GO TO R40
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADHPLAC"
                 GO TO ROT-FIM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-PLACANT  TO HPL-PLACANT
           MOVE W-HOJE     TO HPL-DTTROCA
           MOVE W-PLACANOV TO HPL-PLACANOV
           MOVE W-MOTIVO   TO HPL-MOTIVO
           MOVE W-TOTREG   TO HPL-QTDREG
           MOVE W-TOTERR   TO HPL-QTDERR
           WRITE REGHPLAC
           IF ST-HPLAC = "22"
              REWRITE REGHPLAC.
           CLOSE CADHPLAC.
      *
       ROT-FIM.
           DISPLAY "*** TROCA DE PLACA CONCLUIDA ***"
           DISPLAY "REGISTROS PASSADOS PARA A PLACA NOVA : " W-TOTREG
           DISPLAY "REGISTROS MANTIDOS NA PLACA ANTIGA   : " W-TOTERR.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *
      *********************************************************
      * MOSTRA E ACUMULA O RESULTADO DE UM ARQUIVO             *
      *********************************************************
       ROT-MOSTRA.
           ADD W-QTD    TO W-TOTREG
           ADD W-QTDERR TO W-TOTERR
           IF W-QTDERR = ZEROS
              DISPLAY W-ARQDESC " : " W-QTD
           ELSE
              DISPLAY W-ARQDESC " : " W-QTD " - " W-QTDERR
                      " COM CHAVE JA EXISTENTE NA PLACA NOVA".
       ROT-MOSTRA-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    10 = FIM DE ARQUIVO (SEQUENCIAL)
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
