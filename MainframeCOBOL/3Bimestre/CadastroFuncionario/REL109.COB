       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL109.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * FLUXO DE CAIXA CONSOLIDADO DA EMPRESA, EM RELFLUXO.TXT,      *
      * POR DIA E POR SEMANA, PARA ATE 90 DIAS A PARTIR DA DATA      *
      * INFORMADA, COM SALDO ACUMULADO A PARTIR DO SALDO INICIAL     *
      * DIGITADO. JUNTA OS VENCIMENTOS DE TODOS OS MODULOS:          *
      *  ENTRADAS - PARCELAS DE VEICULOS (CADRECEB)       CONFIRMADO *
      *           - MENSALIDADES DO CLUBE (CADMENS), VENCIMENTO NO   *
      *             DIA 10 DA COMPETENCIA, COMO NO REL105  ESTIMADO  *
      *  SAIDAS   - TAXAS DOS VEICULOS (CADTAXAS)         CONFIRMADO *
      *           - PARCELAS DO SEGURO (CADAPOL), PREMIO DIVIDIDO    *
      *             NA QTDE DE PARCELAS, MES A MES DESDE O INICIO DA *
      *             VIGENCIA                              ESTIMADO   *
      *           - GUIAS GPS/FGTS GERADAS (CADOBRIG)     CONFIRMADO *
      *             AS AINDA NAO GERADAS, PELO VALOR DA ULTIMA GUIA  *
      *             DO TIPO, DIA 20 (GPS) E DIA 07 (FGTS) DO MES     *
      *             SEGUINTE A COMPETENCIA                ESTIMADO   *
      *           - ADIANTAMENTO E FOLHA NAS DATAS DO CADCALEN. COM  *
      *             A FOLHA DA COMPETENCIA JA CALCULADA NO CADPAG,   *
      *             CONFIRMADO; SENAO PELO LIQUIDO DA ULTIMA         *
      *             COMPETENCIA CALCULADA                 ESTIMADO   *
      *           - REPASSE DO CONSIGNADO E DO SINDICATO NA DATA DE  *
      *             PAGAMENTO DA FOLHA. CONSIGNADO JA APURADO NA     *
      *             COMPETENCIA (CSG-ANOMESREP) E CONFIRMADO         *
      * TIPO R (REALIZADO), PARA PERIODO JA ENCERRADO: PREVISTO PELO *
      * VENCIMENTO X LIQUIDADO PELA DATA DE BAIXA (RECEBIMENTO DA    *
      * PARCELA COM MULTA E JUROS, PAGAMENTO DA MENSALIDADE, DA TAXA *
      * E DA GUIA). A FOLHA PREVISTA E A DA COMPETENCIA ANTERIOR E A *
      * REALIZADA A DA PROPRIA COMPETENCIA. SEGURO E REPASSES NAO    *
      * TEM BAIXA NOS ARQUIVOS: REALIZADO = PREVISTO.                *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRECEB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVERECEB
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADMENS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMENS
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT CADTAXAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETAXAS
                    FILE STATUS  IS ST-ERRO3.
      *
           SELECT CADAPOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEAPOL
                    FILE STATUS  IS ST-ERRO4.
      *
           SELECT CADOBRIG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEOBRIG
                    FILE STATUS  IS ST-ERRO5.
      *
           SELECT CADCALEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECALEN
                    FILE STATUS  IS ST-ERRO6.
      *
           SELECT CADPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPGTO
                    FILE STATUS  IS ST-ERRO7
                    ALTERNATE RECORD KEY IS SALBRUTO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS ANOMES WITH DUPLICATES.
      *
           SELECT CADCONSG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECONSG
                    FILE STATUS  IS ST-ERRO8.
      *
           SELECT CADSIND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SIND-COD
                    FILE STATUS  IS ST-ERRO9.
      *
           SELECT CADFSIND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FSIND-CODFUNC
                    FILE STATUS  IS ST-ERRO10.
      *
           SELECT RELFLUXO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO11.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADMENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMENS.DAT".
       01 REGMENS.
          03 CHAVEMENS.
             05 MEN-APELIDO   PIC X(12).
             05 MEN-ANOMES    PIC 9(6).
          03 MEN-VALOR        PIC 9(6)V99.
          03 MEN-DTPAGTO      PIC 9(8).
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
       FD CADAPOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPOL.DAT".
       01 REGAPOL.
          03 CHAVEAPOL.
             05 APO-PLACA     PIC X(7).
             05 APO-DTINI.
                07 APO-DIAINI PIC 9(2).
                07 APO-MESINI PIC 9(2).
                07 APO-ANOINI PIC 9(4).
          03 APO-SEGURADORA   PIC X(20).
          03 APO-NUMERO       PIC X(15).
          03 APO-PREMIO       PIC 9(8)V99.
          03 APO-DTFIM        PIC 9(8).
          03 APO-QTDPARC      PIC 9(2).
          03 APO-CODFORN      PIC 9(5).
      *
       FD CADOBRIG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOBRIG.DAT".
       01 REGOBRIG.
          03 CHAVEOBRIG.
             05 OBR-ANOMES    PIC 9(6).
             05 OBR-TIPO      PIC X(1).
          03 OBR-VALOR        PIC 9(10)V99.
          03 OBR-DTVENC       PIC 9(8).
          03 OBR-DTPAGTO      PIC 9(8).
          03 OBR-DOC          PIC X(20).
          03 OBR-SIT          PIC X(1).
      *
       FD CADCALEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCALEN.DAT".
       01 REGCALEN.
          03 CHAVECALEN.
             05 CAL-ANO    PIC 9(4).
             05 CAL-MES    PIC 9(2).
          03 CAL-QTDUTEIS  PIC 9(2).
          03 CAL-DTADIANT  PIC 9(8).
          03 CAL-DTPAGTO   PIC 9(8).
          03 CAL-FERIADOS.
             05 CAL-FERIADO PIC 9(2) OCCURS 10 TIMES.
      *
       FD CADPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAG.DAT".
       01 REGPAG.
          03 CHAVEPGTO.
               05 FUNC-COD PIC 9(5).
               05 ANOMES.
                  07 ANO   PIC 9(4).
                  07 MES   PIC 9(2).
               05 TIPOFOLHA PIC X(1).
          03 SALBRUTO      PIC 9(06)V99.
          03 INSS          PIC 9(06)V99.
          03 IR            PIC 9(06)V99.
          03 SALFAMILIA    PIC 9(06)V99.
          03 SALLIQ        PIC 9(06)V99.
          03 FGTS          PIC 9(06)V99.
          03 EMPPAG        PIC 9(02).
      *
       FD CADCONSG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSG.DAT".
       01 REGCONSG.
          03 CHAVECONSG.
             05 CSG-CODFUNC   PIC 9(5).
             05 CSG-CONTRATO  PIC 9(3).
          03 CSG-DTCONTRATO   PIC 9(8).
          03 CSG-VLRPRINC     PIC 9(6)V99.
          03 CSG-QTDPARC      PIC 9(2).
          03 CSG-VLRPARC      PIC 9(6)V99.
          03 CSG-PARCPAGAS    PIC 9(2).
          03 CSG-SALDO        PIC 9(6)V99.
          03 CSG-SIT          PIC X(1).
          03 CSG-ANOMESULT    PIC 9(6).
          03 CSG-CREDOR       PIC 9(3).
          03 CSG-ANOMESREP    PIC 9(6).
          03 CSG-PARCDEV      PIC 9(6)V99.
          03 CSG-VLRDESC      PIC 9(6)V99.
          03 CSG-CORTE        PIC X(1).
      *
       FD CADSIND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSIND.DAT".
       01 REGSIND.
          03 SIND-COD         PIC 9(3).
          03 SIND-NOME        PIC X(30).
          03 SIND-BANCO       PIC 9(3).
          03 SIND-AGENCIA     PIC 9(4).
          03 SIND-CONTA       PIC X(10).
          03 SIND-VLRMENS     PIC 9(6)V99.
      *
       FD CADFSIND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFSIND.DAT".
       01 REGFSIND.
          03 FSIND-CODFUNC    PIC 9(5).
          03 FSIND-SIND       PIC 9(3).
          03 FSIND-OPT        PIC X(1).
      *
       FD RELFLUXO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELFLUXO.TXT".
       01 LINHA-REL PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL109".
       01 W-SPARQ       PIC X(14) VALUE "RELFLUXO.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 ST-ERRO9      PIC X(02) VALUE "00".
       01 ST-ERRO10     PIC X(02) VALUE "00".
       01 ST-ERRO11     PIC X(02) VALUE "00".
       01 W-TEMRECEB    PIC X(01) VALUE "N".
       01 W-TEMMENS     PIC X(01) VALUE "N".
       01 W-TEMTAXAS    PIC X(01) VALUE "N".
       01 W-TEMAPOL     PIC X(01) VALUE "N".
       01 W-TEMOBRIG    PIC X(01) VALUE "N".
       01 W-TEMCALEN    PIC X(01) VALUE "N".
       01 W-TEMPAG      PIC X(01) VALUE "N".
       01 W-TEMCONSG    PIC X(01) VALUE "N".
       01 W-TEMSIND     PIC X(01) VALUE "N".
       01 W-TEMFSIND    PIC X(01) VALUE "N".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-FIMVARR     PIC X(01) VALUE "N".
       01 W-TIPO        PIC X(01) VALUE SPACES.
       01 W-SALDONEG    PIC X(01) VALUE "N".
       01 W-SALDOINI    PIC 9(09)V99 VALUE ZEROS.
       01 W-SALDO       PIC S9(11)V99 VALUE ZEROS.
       01 W-SALDOSEM    PIC S9(11)V99 VALUE ZEROS.
       01 W-DIFDIA      PIC S9(11)V99 VALUE ZEROS.
       01 W-QTDDIAS     PIC 9(02) VALUE ZEROS.
       01 W-HOJE8       PIC 9(08) VALUE ZEROS.
       01 W-DATAINI8    PIC 9(08) VALUE ZEROS.
       01 W-DATAFIM8    PIC 9(08) VALUE ZEROS.
       01 W-DTINI       PIC 9(08) VALUE ZEROS.
       01 W-DTINI-R REDEFINES W-DTINI.
          03 W-DIAINI   PIC 9(02).
          03 W-MESINI   PIC 9(02).
          03 W-ANOINI   PIC 9(04).
      *    DATA DE TRABALHO DA SOMA DE DIAS (DDMMAAAA)
       01 W-DTDMA.
          03 W-DIAD     PIC 9(02).
          03 W-MESD     PIC 9(02).
          03 W-ANOD     PIC 9(04).
       01 W-DIASMES     PIC 9(02) VALUE ZEROS.
       01 W-QUOC4       PIC 9(04) VALUE ZEROS.
       01 W-RESTO4      PIC 9(02) VALUE ZEROS.
      *    CONVERSAO DDMMAAAA -> AAAAMMDD
       01 W-DTCONV      PIC 9(08) VALUE ZEROS.
       01 W-DTCONV-R REDEFINES W-DTCONV.
          03 W-CNVDIA   PIC 9(02).
          03 W-CNVMES   PIC 9(02).
          03 W-CNVANO   PIC 9(04).
      *    LANCAMENTO NA TABELA DE DIAS
       01 W-LDATA       PIC 9(08) VALUE ZEROS.
       01 W-LVALOR      PIC 9(10)V99 VALUE ZEROS.
       01 W-LORIG       PIC 9(01) VALUE ZEROS.
       01 W-LCLASSE     PIC X(01) VALUE SPACES.
       01 W-IDXD        PIC 9(03) VALUE ZEROS.
       01 W-IDXACH      PIC 9(03) VALUE ZEROS.
       01 W-IDXL        PIC 9(03) VALUE ZEROS.
       01 W-IDXO        PIC 9(02) VALUE ZEROS.
       01 W-SEMANA      PIC 9(02) VALUE ZEROS.
       01 W-QUOC7       PIC 9(03) VALUE ZEROS.
       01 W-RESTO7      PIC 9(01) VALUE ZEROS.
      *    MESES DO PERIODO (ANO * 12 + MES - 1)
       01 W-MIDXINI     PIC 9(06) VALUE ZEROS.
       01 W-MIDXFIM     PIC 9(06) VALUE ZEROS.
       01 W-MESIDX      PIC 9(06) VALUE ZEROS.
       01 W-MESAUX      PIC 9(06) VALUE ZEROS.
       01 W-PANO        PIC 9(04) VALUE ZEROS.
       01 W-PMES        PIC 9(02) VALUE ZEROS.
       01 W-PRESTO      PIC 9(02) VALUE ZEROS.
       01 W-ANOMESCMP   PIC 9(06) VALUE ZEROS.
       01 W-ANOMESANT   PIC 9(06) VALUE ZEROS.
      *    PARCELAS DO SEGURO
       01 W-QTDPARC     PIC 9(02) VALUE ZEROS.
       01 W-IDXP        PIC 9(02) VALUE ZEROS.
       01 W-VLRPARC     PIC 9(08)V99 VALUE ZEROS.
      *    FOLHA: SOMA DOS LIQUIDOS DA COMPETENCIA W-FAM
       01 W-FAM         PIC 9(06) VALUE ZEROS.
       01 W-FOLM        PIC 9(10)V99 VALUE ZEROS.
       01 W-FOLA        PIC 9(10)V99 VALUE ZEROS.
       01 W-ULTAM       PIC 9(06) VALUE ZEROS.
       01 W-ULTM        PIC 9(10)V99 VALUE ZEROS.
       01 W-ULTA        PIC 9(10)V99 VALUE ZEROS.
       01 W-REALM       PIC 9(10)V99 VALUE ZEROS.
       01 W-REALA       PIC 9(10)V99 VALUE ZEROS.
       01 W-TENTFOL     PIC 9(02) VALUE ZEROS.
      *    GUIAS: ULTIMA COMPETENCIA E VALOR POR TIPO
       01 W-ULTGAM      PIC 9(06) VALUE ZEROS.
       01 W-ULTGVLR     PIC 9(10)V99 VALUE ZEROS.
       01 W-ULTFAM      PIC 9(06) VALUE ZEROS.
       01 W-ULTFVLR     PIC 9(10)V99 VALUE ZEROS.
       01 W-ESTAM       PIC 9(06) VALUE ZEROS.
       01 W-ESTVLR      PIC 9(10)V99 VALUE ZEROS.
       01 W-ESTDIA      PIC 9(02) VALUE ZEROS.
      *    REPASSES
       01 W-CSGCONF     PIC 9(10)V99 VALUE ZEROS.
       01 W-CSGEST      PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTSIND     PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTLANC     PIC 9(06) VALUE ZEROS.
       01 W-TOTFORA     PIC 9(06) VALUE ZEROS.

      *    UM ITEM POR DIA DO PERIODO (DATA AAAAMMDD)
       01 TABDIAS.
          03 TBD-ITEM OCCURS 90 TIMES.
             05 TBD-DATA     PIC 9(08) VALUE ZEROS.
             05 TBD-ENTC     PIC 9(10)V99 VALUE ZEROS.
             05 TBD-ENTE     PIC 9(10)V99 VALUE ZEROS.
             05 TBD-SAIC     PIC 9(10)V99 VALUE ZEROS.
             05 TBD-SAIE     PIC 9(10)V99 VALUE ZEROS.
             05 TBD-ENTR     PIC 9(10)V99 VALUE ZEROS.
             05 TBD-SAIR     PIC 9(10)V99 VALUE ZEROS.
      *    ACUMULADO DA SEMANA E DO PERIODO
       01 W-ACUMSEM.
          03 W-SEMENTC     PIC 9(10)V99 VALUE ZEROS.
          03 W-SEMENTE     PIC 9(10)V99 VALUE ZEROS.
          03 W-SEMSAIC     PIC 9(10)V99 VALUE ZEROS.
          03 W-SEMSAIE     PIC 9(10)V99 VALUE ZEROS.
          03 W-SEMENTR     PIC 9(10)V99 VALUE ZEROS.
          03 W-SEMSAIR     PIC 9(10)V99 VALUE ZEROS.
       01 W-SEMINI      PIC 9(08) VALUE ZEROS.
      *    ORIGENS: 1 E 2 ENTRADAS, 3 A 9 SAIDAS
       01 TABORIG.
          03 TBO-ITEM OCCURS 9 TIMES.
             05 TBO-CONF     PIC 9(10)V99 VALUE ZEROS.
             05 TBO-EST      PIC 9(10)V99 VALUE ZEROS.
             05 TBO-REAL     PIC 9(10)V99 VALUE ZEROS.
       01 TABNOMORIG.
          03 FILLER PIC X(30) VALUE "E PARCELAS VEICULOS (CADRECEB)".
          03 FILLER PIC X(30) VALUE "E MENSALIDADES CLUBE (CADMENS)".
          03 FILLER PIC X(30) VALUE "S TAXAS DE VEICULOS (CADTAXAS)".
          03 FILLER PIC X(30) VALUE "S PARCELAS DE SEGURO (CADAPOL)".
          03 FILLER PIC X(30) VALUE "S GUIAS GPS/FGTS (CADOBRIG)".
          03 FILLER PIC X(30) VALUE "S ADIANTAMENTO (CADCALEN)".
          03 FILLER PIC X(30) VALUE "S FOLHA MENSAL (CADCALEN)".
          03 FILLER PIC X(30) VALUE "S REPASSE CONSIGNADO".
          03 FILLER PIC X(30) VALUE "S REPASSE SINDICAL".
       01 TABNOMORIG-R REDEFINES TABNOMORIG.
          03 TBN-NOME PIC X(30) OCCURS 9 TIMES.

       01 W-DTEDIT.
          03 W-EDDIA       PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 W-EDMES       PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 W-EDANO       PIC 9(04).
       01 W-DTAUX       PIC 9(08) VALUE ZEROS.
       01 W-DTAUX-R REDEFINES W-DTAUX.
          03 W-AUXANO   PIC 9(04).
          03 W-AUXMES   PIC 9(02).
          03 W-AUXDIA   PIC 9(02).

       01 LIN-TITULO.
          03 FILLER        PIC X(33) VALUE
             "*** FLUXO DE CAIXA CONSOLIDADO - ".
          03 LTI-TIPO      PIC X(10).
          03 FILLER        PIC X(04) VALUE " DE ".
          03 LTI-DTINI     PIC X(10).
          03 FILLER        PIC X(03) VALUE " A ".
          03 LTI-DTFIM     PIC X(10).
          03 FILLER        PIC X(04) VALUE " ***".
          03 FILLER        PIC X(36) VALUE SPACES.
       01 LIN-SALDOINI.
          03 FILLER        PIC X(20) VALUE "SALDO INICIAL     : ".
          03 LSI-SALDO     PIC -Z(10)9,99.
          03 FILLER        PIC X(75) VALUE SPACES.
       01 LIN-BRANCO    PIC X(110) VALUE SPACES.
       01 LIN-AVISO.
          03 FILLER        PIC X(04) VALUE " ** ".
          03 LAV-TEXTO     PIC X(60).
          03 FILLER        PIC X(46) VALUE SPACES.

       01 LIN-SEC1      PIC X(110) VALUE
          "MOVIMENTO POR DIA (SO OS DIAS COM MOVIMENTO)".
       01 LIN-SEC2      PIC X(110) VALUE
          "RESUMO POR SEMANA".
       01 LIN-CABP.
          03 FILLER        PIC X(24) VALUE "DATA        ENTR.CONFIRM".
          03 FILLER        PIC X(14) VALUE "  ENTR.ESTIMAD".
          03 FILLER        PIC X(15) VALUE "  SAIDA CONFIRM".
          03 FILLER        PIC X(15) VALUE "  SAIDA ESTIMAD".
          03 FILLER        PIC X(16) VALUE "           SALDO".
          03 FILLER        PIC X(26) VALUE SPACES.
       01 LIN-CABR.
          03 FILLER        PIC X(24) VALUE "DATA        ENTR.PREVIST".
          03 FILLER        PIC X(14) VALUE "  ENTR.REALIZ.".
          03 FILLER        PIC X(15) VALUE "  SAIDA PREVIST".
          03 FILLER        PIC X(15) VALUE "  SAIDA REALIZ.".
          03 FILLER        PIC X(16) VALUE "      SALDO REAL".
          03 FILLER        PIC X(16) VALUE "       DIFERENCA".
          03 FILLER        PIC X(10) VALUE SPACES.
       01 LIN-DIA.
          03 LD-ROTULO     PIC X(10).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-VLR1       PIC Z(9)9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-VLR2       PIC Z(9)9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-VLR3       PIC Z(9)9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-VLR4       PIC Z(9)9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-SALDO      PIC -Z(10)9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-DIF        PIC -Z(10)9,99 BLANK WHEN ZERO.
          03 FILLER        PIC X(10) VALUE SPACES.
       01 LIN-SEMANA.
          03 FILLER        PIC X(07) VALUE "SEMANA ".
          03 LS-SEMANA     PIC 99.
          03 FILLER        PIC X(04) VALUE " DE ".
          03 LS-DTINI      PIC X(10).
          03 FILLER        PIC X(03) VALUE " A ".
          03 LS-DTFIM      PIC X(10).
          03 FILLER        PIC X(74) VALUE SPACES.

       01 LIN-SEC3      PIC X(110) VALUE
          "TOTAL DO PERIODO POR ORIGEM (E = ENTRADA, S = SAIDA)".
       01 LIN-CABO.
          03 FILLER        PIC X(32) VALUE "ORIGEM".
          03 FILLER        PIC X(13) VALUE "   CONFIRMADO".
          03 FILLER        PIC X(14) VALUE "      ESTIMADO".
          03 FILLER        PIC X(14) VALUE "     REALIZADO".
          03 FILLER        PIC X(37) VALUE SPACES.
       01 LIN-ORIGEM.
          03 LO-NOME       PIC X(30).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LO-CONF       PIC Z(9)9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LO-EST        PIC Z(9)9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LO-REAL       PIC Z(9)9,99 BLANK WHEN ZERO.
          03 FILLER        PIC X(37) VALUE SPACES.
       01 LIN-SALDOFIM.
          03 FILLER        PIC X(20) VALUE "SALDO FINAL       : ".
          03 LSF-SALDO     PIC -Z(10)9,99.
          03 FILLER        PIC X(75) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** FLUXO DE CAIXA CONSOLIDADO ***"
           DISPLAY "TIPO (P = PREVISAO, R = REALIZADO)    : "
                   WITH NO ADVANCING
           ACCEPT W-TIPO
           IF W-TIPO = "p"
              MOVE "P" TO W-TIPO.
           IF W-TIPO = "r"
              MOVE "R" TO W-TIPO.
           IF W-TIPO NOT = "P" AND W-TIPO NOT = "R"
              DISPLAY "TIPO INVALIDO"
              GO TO ROT-FIM2.
           ACCEPT W-HOJE8 FROM DATE YYYYMMDD
           DISPLAY "DATA INICIAL (DDMMAAAA, 0 = HOJE)     : "
                   WITH NO ADVANCING
           ACCEPT W-DTINI
           IF W-DTINI = ZEROS
              MOVE W-HOJE8 TO W-DTAUX
              MOVE W-AUXDIA TO W-DIAINI
              MOVE W-AUXMES TO W-MESINI
              MOVE W-AUXANO TO W-ANOINI.
           MOVE W-MESINI TO W-MESD
           MOVE W-ANOINI TO W-ANOD
           PERFORM ROT-DIAS-MES THRU ROT-DIAS-MES-FIM
           IF W-MESINI < 1 OR W-MESINI > 12 OR W-ANOINI < 1900
              OR W-DIAINI < 1 OR W-DIAINI > W-DIASMES
              DISPLAY "DATA INVALIDA"
              GO TO ROT-FIM2.
           DISPLAY "QUANTIDADE DE DIAS (0 = 90, ATE 90)   : "
                   WITH NO ADVANCING
           ACCEPT W-QTDDIAS
           IF W-QTDDIAS = ZEROS OR W-QTDDIAS > 90
              MOVE 90 TO W-QTDDIAS.
           DISPLAY "SALDO INICIAL EM CAIXA                : "
                   WITH NO ADVANCING
           ACCEPT W-SALDOINI
           DISPLAY "SALDO INICIAL NEGATIVO (S/N)          : "
                   WITH NO ADVANCING
           ACCEPT W-SALDONEG
           IF W-SALDONEG = "S" OR W-SALDONEG = "s"
              COMPUTE W-SALDO = ZEROS - W-SALDOINI
           ELSE
              MOVE W-SALDOINI TO W-SALDO.
      *
      *********************************************************
      * MONTA A TABELA DE DIAS DO PERIODO                      *
      *********************************************************
       R0A.
           MOVE W-DIAINI TO W-DIAD
           MOVE W-MESINI TO W-MESD
           MOVE W-ANOINI TO W-ANOD
           PERFORM ROT-MONTA-DIA THRU ROT-MONTA-DIA-FIM
                   VARYING W-IDXD FROM 1 BY 1
                   UNTIL W-IDXD > W-QTDDIAS.
           MOVE TBD-DATA (1) TO W-DATAINI8
           MOVE TBD-DATA (W-QTDDIAS) TO W-DATAFIM8
           IF W-TIPO = "R" AND W-DATAFIM8 NOT < W-HOJE8
              DISPLAY "O REALIZADO SO VALE PARA PERIODO JA ENCERRADO"
              GO TO ROT-FIM2.
      *    MESES DA FOLHA: DESDE O ANTERIOR AO INICIO, CUJO
      *    PAGAMENTO PODE CAIR DENTRO DO PERIODO
           COMPUTE W-MIDXINI = (W-ANOINI * 12) + W-MESINI - 2
           MOVE W-DATAFIM8 TO W-DTAUX
           COMPUTE W-MIDXFIM = (W-AUXANO * 12) + W-AUXMES - 1.
       R0B.
           MOVE "S" TO W-TEMRECEB W-TEMMENS W-TEMTAXAS W-TEMAPOL
                       W-TEMOBRIG W-TEMCALEN W-TEMPAG W-TEMCONSG
                       W-TEMSIND W-TEMFSIND
           OPEN INPUT CADRECEB
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-TEMRECEB.
           OPEN INPUT CADMENS
           IF ST-ERRO2 NOT = "00"
              MOVE "N" TO W-TEMMENS.
           OPEN INPUT CADTAXAS
           IF ST-ERRO3 NOT = "00"
              MOVE "N" TO W-TEMTAXAS.
           OPEN INPUT CADAPOL
           IF ST-ERRO4 NOT = "00"
              MOVE "N" TO W-TEMAPOL.
           OPEN INPUT CADOBRIG
           IF ST-ERRO5 NOT = "00"
              MOVE "N" TO W-TEMOBRIG.
           OPEN INPUT CADCALEN
           IF ST-ERRO6 NOT = "00"
              MOVE "N" TO W-TEMCALEN.
           OPEN INPUT CADPAG
           IF ST-ERRO7 NOT = "00"
              MOVE "N" TO W-TEMPAG.
           OPEN INPUT CADCONSG
           IF ST-ERRO8 NOT = "00"
              MOVE "N" TO W-TEMCONSG.
           OPEN INPUT CADSIND
           IF ST-ERRO9 NOT = "00"
              MOVE "N" TO W-TEMSIND.
           OPEN INPUT CADFSIND
           IF ST-ERRO10 NOT = "00"
              MOVE "N" TO W-TEMFSIND.
       R0C.
           OPEN OUTPUT RELFLUXO
           IF ST-ERRO11 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO RELATORIO RELFLUXO.TXT"
              GO TO ROT-FIM.
           IF W-TIPO = "P"
              MOVE "PREVISAO" TO LTI-TIPO
           ELSE
              MOVE "REALIZADO" TO LTI-TIPO.
           MOVE W-DATAINI8 TO W-DTAUX
           PERFORM ROT-EDITA-DATA THRU ROT-EDITA-DATA-FIM
           MOVE W-DTEDIT TO LTI-DTINI
           MOVE W-DATAFIM8 TO W-DTAUX
           PERFORM ROT-EDITA-DATA THRU ROT-EDITA-DATA-FIM
           MOVE W-DTEDIT TO LTI-DTFIM
           WRITE LINHA-REL FROM LIN-TITULO
           MOVE W-SALDO TO LSI-SALDO
           WRITE LINHA-REL FROM LIN-SALDOINI
           WRITE LINHA-REL FROM LIN-BRANCO
           PERFORM ROT-AVISA-ARQ THRU ROT-AVISA-ARQ-FIM.
      *
      *********************************************************
      * LEITURA DE CADA ORIGEM E LANCAMENTO NOS DIAS           *
      *********************************************************
       R1.
           IF W-TEMRECEB = "S"
              MOVE "N" TO W-FIM
              PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
           IF W-TEMMENS = "S"
              MOVE "N" TO W-FIM
              PERFORM R3 THRU R3-FIM UNTIL W-FIM = "S".
           IF W-TEMTAXAS = "S"
              MOVE "N" TO W-FIM
              PERFORM R4 THRU R4-FIM UNTIL W-FIM = "S".
           IF W-TEMAPOL = "S"
              MOVE "N" TO W-FIM
              PERFORM R5 THRU R5-FIM UNTIL W-FIM = "S".
           IF W-TEMOBRIG = "S"
              MOVE "N" TO W-FIM
              PERFORM R6 THRU R6-FIM UNTIL W-FIM = "S"
              IF W-TIPO = "P"
                 PERFORM ROT-GUIAS-EST THRU ROT-GUIAS-EST-FIM.
           PERFORM ROT-TOT-SIND THRU ROT-TOT-SIND-FIM
           IF W-TEMPAG = "S" AND W-TIPO = "P"
              PERFORM ROT-ACHA-ULT THRU ROT-ACHA-ULT-FIM.
           IF W-TEMCALEN = "S"
              PERFORM R7 THRU R7-FIM
                      VARYING W-MESIDX FROM W-MIDXINI BY 1
                      UNTIL W-MESIDX > W-MIDXFIM.
           GO TO R8.
      *
      *    PARCELAS DE VEICULOS: PREVISTO PELO VENCIMENTO,
      *    REALIZADO PELO RECEBIMENTO (VALOR + MULTA + JUROS).
      *    PARCELA RENEGOCIADA (SIT R) FOI SUBSTITUIDA PELO ACORDO
       R2.
           READ CADRECEB NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF REC-SIT = "R"
              GO TO R2-FIM.
           MOVE 1 TO W-LORIG
           IF W-TIPO = "P" AND REC-DTRECEB NOT = ZEROS
              GO TO R2-FIM.
           MOVE REC-DTVENC TO W-DTCONV
           PERFORM ROT-CONV-DATA THRU ROT-CONV-DATA-FIM
           MOVE REC-VALOR TO W-LVALOR
           MOVE "C" TO W-LCLASSE
           PERFORM ROT-LANCA THRU ROT-LANCA-FIM
           IF W-TIPO = "P" OR REC-DTRECEB = ZEROS
              GO TO R2-FIM.
           MOVE REC-DTRECEB TO W-DTCONV
           PERFORM ROT-CONV-DATA THRU ROT-CONV-DATA-FIM
           COMPUTE W-LVALOR = REC-VALOR + REC-VLRMULTA + REC-VLRJUROS
           MOVE "R" TO W-LCLASSE
           PERFORM ROT-LANCA THRU ROT-LANCA-FIM.
       R2-FIM.
           EXIT.
      *
      *    MENSALIDADES: VENCIMENTO NO DIA 10 DA COMPETENCIA
       R3.
           READ CADMENS NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R3-FIM
           END-READ
           IF ST-ERRO2 NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R3-FIM.
           MOVE 2 TO W-LORIG
           IF W-TIPO = "P" AND MEN-DTPAGTO NOT = ZEROS
              GO TO R3-FIM.
           COMPUTE W-LDATA = (MEN-ANOMES * 100) + 10
           MOVE MEN-VALOR TO W-LVALOR
           MOVE "E" TO W-LCLASSE
           PERFORM ROT-LANCA THRU ROT-LANCA-FIM
           IF W-TIPO = "P" OR MEN-DTPAGTO = ZEROS
              GO TO R3-FIM.
           MOVE MEN-DTPAGTO TO W-DTCONV
           PERFORM ROT-CONV-DATA THRU ROT-CONV-DATA-FIM
           MOVE "R" TO W-LCLASSE
           PERFORM ROT-LANCA THRU ROT-LANCA-FIM.
       R3-FIM.
           EXIT.
      *
      *    TAXAS DOS VEICULOS (IPVA, LICENCIAMENTO, SEGURO OBRIG.)
       R4.
           READ CADTAXAS NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R4-FIM
           END-READ
           IF ST-ERRO3 NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R4-FIM.
           MOVE 3 TO W-LORIG
           IF W-TIPO = "P" AND TAX-DTPAGTO NOT = ZEROS
              GO TO R4-FIM.
           MOVE TAX-DTVENC TO W-DTCONV
           PERFORM ROT-CONV-DATA THRU ROT-CONV-DATA-FIM
           MOVE TAX-VALOR TO W-LVALOR
           MOVE "C" TO W-LCLASSE
           PERFORM ROT-LANCA THRU ROT-LANCA-FIM
           IF W-TIPO = "P" OR TAX-DTPAGTO = ZEROS
              GO TO R4-FIM.
           MOVE TAX-DTPAGTO TO W-DTCONV
           PERFORM ROT-CONV-DATA THRU ROT-CONV-DATA-FIM
           MOVE "R" TO W-LCLASSE
           PERFORM ROT-LANCA THRU ROT-LANCA-FIM.
       R4-FIM.
           EXIT.
      *
      *    SEGURO: O CADAPOL SO GUARDA O PREMIO E A QUANTIDADE DE
      *    PARCELAS; CADA PARCELA VENCE NO DIA DO INICIO DA
      *    VIGENCIA, MES A MES
       R5.
           READ CADAPOL NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R5-FIM
           END-READ
           IF ST-ERRO4 NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R5-FIM.
           IF APO-PREMIO = ZEROS OR APO-MESINI < 1 OR APO-MESINI > 12
              GO TO R5-FIM.
           MOVE APO-QTDPARC TO W-QTDPARC
           IF W-QTDPARC = ZEROS
              MOVE 1 TO W-QTDPARC.
           COMPUTE W-VLRPARC ROUNDED = APO-PREMIO / W-QTDPARC
           PERFORM ROT-PARC-APOL THRU ROT-PARC-APOL-FIM
                   VARYING W-IDXP FROM 0 BY 1
                   UNTIL W-IDXP NOT < W-QTDPARC.
       R5-FIM.
           EXIT.
      *
       ROT-PARC-APOL.
           COMPUTE W-MESAUX = (APO-ANOINI * 12) + APO-MESINI - 1
                            + W-IDXP
           PERFORM ROT-MES-ANO THRU ROT-MES-ANO-FIM
           MOVE W-PMES TO W-MESD
           MOVE W-PANO TO W-ANOD
           PERFORM ROT-DIAS-MES THRU ROT-DIAS-MES-FIM
           MOVE APO-DIAINI TO W-DIAD
           IF W-DIAD > W-DIASMES
              MOVE W-DIASMES TO W-DIAD.
           COMPUTE W-LDATA = (W-PANO * 10000) + (W-PMES * 100) + W-DIAD
           MOVE 4 TO W-LORIG
           MOVE W-VLRPARC TO W-LVALOR
           MOVE "E" TO W-LCLASSE
           PERFORM ROT-LANCA THRU ROT-LANCA-FIM
           IF W-TIPO = "R"
              MOVE "R" TO W-LCLASSE
              PERFORM ROT-LANCA THRU ROT-LANCA-FIM.
       ROT-PARC-APOL-FIM.
           EXIT.
      *
      *    GUIAS GERADAS PELO REL026 (GPS) E REL027 (FGTS). GUARDA
      *    A ULTIMA COMPETENCIA DE CADA TIPO PARA ESTIMAR AS
      *    GUIAS AINDA NAO GERADAS
       R6.
           READ CADOBRIG NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R6-FIM
           END-READ
           IF ST-ERRO5 NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R6-FIM.
           IF OBR-TIPO = "G"
              MOVE OBR-ANOMES TO W-ULTGAM
              MOVE OBR-VALOR  TO W-ULTGVLR.
           IF OBR-TIPO = "F"
              MOVE OBR-ANOMES TO W-ULTFAM
              MOVE OBR-VALOR  TO W-ULTFVLR.
           MOVE 5 TO W-LORIG
           IF W-TIPO = "P"
              IF OBR-SIT = "Q" OR OBR-DTPAGTO NOT = ZEROS
                 GO TO R6-FIM.
           MOVE OBR-DTVENC TO W-DTCONV
           PERFORM ROT-CONV-DATA THRU ROT-CONV-DATA-FIM
           MOVE OBR-VALOR TO W-LVALOR
           MOVE "C" TO W-LCLASSE
           PERFORM ROT-LANCA THRU ROT-LANCA-FIM
           IF W-TIPO = "P" OR OBR-DTPAGTO = ZEROS
              GO TO R6-FIM.
           MOVE OBR-DTPAGTO TO W-DTCONV
           PERFORM ROT-CONV-DATA THRU ROT-CONV-DATA-FIM
           MOVE "R" TO W-LCLASSE
           PERFORM ROT-LANCA THRU ROT-LANCA-FIM.
       R6-FIM.
           EXIT.
      *
      *********************************************************
      * GUIAS AINDA NAO GERADAS: DA COMPETENCIA SEGUINTE A     *
      * ULTIMA DE CADA TIPO ATE O FIM DO PERIODO, PELO VALOR   *
      * DA ULTIMA GUIA. VENCIMENTO NO MES SEGUINTE: GPS DIA 20 *
      * E FGTS DIA 07 (SEM O AJUSTE DE FERIADO)                *
      *********************************************************
       ROT-GUIAS-EST.
           IF W-ULTGAM NOT = ZEROS
              MOVE W-ULTGAM TO W-ESTAM
              MOVE W-ULTGVLR TO W-ESTVLR
              MOVE 20 TO W-ESTDIA
              MOVE "N" TO W-FIMVARR
              PERFORM ROT-GUIA-EST THRU ROT-GUIA-EST-FIM
                      UNTIL W-FIMVARR = "S".
           IF W-ULTFAM NOT = ZEROS
              MOVE W-ULTFAM TO W-ESTAM
              MOVE W-ULTFVLR TO W-ESTVLR
              MOVE 07 TO W-ESTDIA
              MOVE "N" TO W-FIMVARR
              PERFORM ROT-GUIA-EST THRU ROT-GUIA-EST-FIM
                      UNTIL W-FIMVARR = "S".
       ROT-GUIAS-EST-FIM.
           EXIT.
      *
      *    W-ESTAM = COMPETENCIA JA COBERTA; O VENCIMENTO DA
      *    SEGUINTE CAI DOIS MESES DEPOIS DELA
       ROT-GUIA-EST.
           DIVIDE W-ESTAM BY 100 GIVING W-PANO
           COMPUTE W-PMES = W-ESTAM - (W-PANO * 100)
           COMPUTE W-MESAUX = (W-PANO * 12) + W-PMES
           PERFORM ROT-MES-ANO THRU ROT-MES-ANO-FIM
           COMPUTE W-ESTAM = (W-PANO * 100) + W-PMES
           ADD 1 TO W-MESAUX
           PERFORM ROT-MES-ANO THRU ROT-MES-ANO-FIM
           COMPUTE W-LDATA = (W-PANO * 10000) + (W-PMES * 100)
                           + W-ESTDIA
           IF W-LDATA > W-DATAFIM8
              MOVE "S" TO W-FIMVARR
              GO TO ROT-GUIA-EST-FIM.
           MOVE 5 TO W-LORIG
           MOVE W-ESTVLR TO W-LVALOR
           MOVE "E" TO W-LCLASSE
           PERFORM ROT-LANCA THRU ROT-LANCA-FIM.
       ROT-GUIA-EST-FIM.
           EXIT.
      *
      *********************************************************
      * REPASSE SINDICAL POR MES: FILIADOS QUE OPTARAM PELO    *
      * DESCONTO X MENSALIDADE DO SINDICATO                    *
      *********************************************************
       ROT-TOT-SIND.
           MOVE ZEROS TO W-TOTSIND
           IF W-TEMFSIND NOT = "S" OR W-TEMSIND NOT = "S"
              GO TO ROT-TOT-SIND-FIM.
           MOVE "N" TO W-FIM
           PERFORM ROT-TOT-SIND-V THRU ROT-TOT-SIND-V-F
                   UNTIL W-FIM = "S".
       ROT-TOT-SIND-FIM.
           EXIT.
       ROT-TOT-SIND-V.
           READ CADFSIND NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO ROT-TOT-SIND-V-F
           END-READ
           IF ST-ERRO10 NOT = "00"
              MOVE "S" TO W-FIM
              GO TO ROT-TOT-SIND-V-F.
           IF FSIND-OPT NOT = "S"
              GO TO ROT-TOT-SIND-V-F.
           MOVE FSIND-SIND TO SIND-COD
           READ CADSIND
           IF ST-ERRO9 = "00"
              ADD SIND-VLRMENS TO W-TOTSIND.
       ROT-TOT-SIND-V-F.
           EXIT.
      *
      *********************************************************
      * ULTIMA COMPETENCIA COM FOLHA MENSAL CALCULADA (ATE 24  *
      * MESES PARA TRAS DO FIM DO PERIODO): BASE DA ESTIMATIVA *
      *********************************************************
       ROT-ACHA-ULT.
           MOVE W-MIDXFIM TO W-MESAUX
           MOVE ZEROS TO W-TENTFOL
           MOVE "N" TO W-FIMVARR
           PERFORM ROT-ACHA-ULT-V THRU ROT-ACHA-ULT-V-F
                   UNTIL W-FIMVARR = "S".
       ROT-ACHA-ULT-FIM.
           EXIT.
       ROT-ACHA-ULT-V.
           PERFORM ROT-MES-ANO THRU ROT-MES-ANO-FIM
           COMPUTE W-FAM = (W-PANO * 100) + W-PMES
           PERFORM ROT-SOMA-FOLHA THRU ROT-SOMA-FOLHA-FIM
           IF W-FOLM NOT = ZEROS
              MOVE W-FAM  TO W-ULTAM
              MOVE W-FOLM TO W-ULTM
              MOVE W-FOLA TO W-ULTA
              MOVE "S" TO W-FIMVARR
              GO TO ROT-ACHA-ULT-V-F.
           ADD 1 TO W-TENTFOL
           IF W-TENTFOL NOT < 24 OR W-MESAUX = ZEROS
              MOVE "S" TO W-FIMVARR
              GO TO ROT-ACHA-ULT-V-F.
           SUBTRACT 1 FROM W-MESAUX.
       ROT-ACHA-ULT-V-F.
           EXIT.
      *
      *********************************************************
      * SOMA DOS LIQUIDOS DA COMPETENCIA W-FAM NO CADPAG, PELA *
      * CHAVE ALTERNATIVA ANOMES: MENSAL EM W-FOLM E           *
      * ADIANTAMENTO EM W-FOLA                                 *
      *********************************************************
       ROT-SOMA-FOLHA.
           MOVE ZEROS TO W-FOLM W-FOLA
           IF W-TEMPAG NOT = "S"
              GO TO ROT-SOMA-FOLHA-FIM.
           MOVE W-FAM TO ANOMES
           START CADPAG KEY IS EQUAL ANOMES
                 INVALID KEY
                    GO TO ROT-SOMA-FOLHA-FIM.
           MOVE "N" TO W-FIM
           PERFORM ROT-SOMA-FOLHA-V THRU ROT-SOMA-FOLHA-V-F
                   UNTIL W-FIM = "S".
       ROT-SOMA-FOLHA-FIM.
           EXIT.
       ROT-SOMA-FOLHA-V.
           READ CADPAG NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO ROT-SOMA-FOLHA-V-F
           END-READ
           IF ST-ERRO7 NOT = "00" OR ANOMES NOT = W-FAM
              MOVE "S" TO W-FIM
              GO TO ROT-SOMA-FOLHA-V-F.
           IF TIPOFOLHA = "M"
              ADD SALLIQ TO W-FOLM.
           IF TIPOFOLHA = "A"
              ADD SALLIQ TO W-FOLA.
       ROT-SOMA-FOLHA-V-F.
           EXIT.
      *
      *********************************************************
      * FOLHA, ADIANTAMENTO E REPASSES DE CADA COMPETENCIA DO  *
      * PERIODO NAS DATAS DO CALENDARIO (CADCALEN)             *
      *********************************************************
       R7.
           MOVE W-MESIDX TO W-MESAUX
           PERFORM ROT-MES-ANO THRU ROT-MES-ANO-FIM
           COMPUTE W-ANOMESCMP = (W-PANO * 100) + W-PMES
           MOVE W-PANO TO CAL-ANO
           MOVE W-PMES TO CAL-MES
           READ CADCALEN
           IF ST-ERRO6 NOT = "00"
              IF W-MESIDX > W-MIDXINI
                 MOVE
                   "FOLHA FORA DO FLUXO - SEM CADCALEN DA COMPETENCIA"
                                                       TO LAV-TEXTO
                 MOVE W-ANOMESCMP TO LAV-TEXTO (51:6)
                 WRITE LINHA-REL FROM LIN-AVISO
              END-IF
              GO TO R7-FIM.
           MOVE W-ANOMESCMP TO W-FAM
           PERFORM ROT-SOMA-FOLHA THRU ROT-SOMA-FOLHA-FIM
           IF W-TIPO = "R"
              GO TO R7-REAL.
      *    PREVISAO: FOLHA JA CALCULADA CONFIRMA; SENAO ESTIMA
           MOVE "C" TO W-LCLASSE
           IF W-FOLA = ZEROS
              MOVE W-ULTA TO W-FOLA
              MOVE "E" TO W-LCLASSE.
           MOVE CAL-DTADIANT TO W-DTCONV
           PERFORM ROT-CONV-DATA THRU ROT-CONV-DATA-FIM
           MOVE 6 TO W-LORIG
           MOVE W-FOLA TO W-LVALOR
           PERFORM ROT-LANCA THRU ROT-LANCA-FIM
           MOVE "C" TO W-LCLASSE
           IF W-FOLM = ZEROS
              MOVE W-ULTM TO W-FOLM
              MOVE "E" TO W-LCLASSE.
           MOVE CAL-DTPAGTO TO W-DTCONV
           PERFORM ROT-CONV-DATA THRU ROT-CONV-DATA-FIM
           MOVE 7 TO W-LORIG
           MOVE W-FOLM TO W-LVALOR
           PERFORM ROT-LANCA THRU ROT-LANCA-FIM
           PERFORM ROT-REPASSES THRU ROT-REPASSES-FIM
           GO TO R7-FIM.
      *    REALIZADO: PREVISTO PELA COMPETENCIA ANTERIOR
       R7-REAL.
           MOVE W-FOLM TO W-REALM
           MOVE W-FOLA TO W-REALA
           COMPUTE W-MESAUX = W-MESIDX - 1
           PERFORM ROT-MES-ANO THRU ROT-MES-ANO-FIM
           COMPUTE W-FAM = (W-PANO * 100) + W-PMES
           PERFORM ROT-SOMA-FOLHA THRU ROT-SOMA-FOLHA-FIM
           MOVE CAL-DTADIANT TO W-DTCONV
           PERFORM ROT-CONV-DATA THRU ROT-CONV-DATA-FIM
           MOVE 6 TO W-LORIG
           MOVE W-FOLA TO W-LVALOR
           MOVE "E" TO W-LCLASSE
           PERFORM ROT-LANCA THRU ROT-LANCA-FIM
           MOVE W-REALA TO W-LVALOR
           MOVE "R" TO W-LCLASSE
           PERFORM ROT-LANCA THRU ROT-LANCA-FIM
           MOVE CAL-DTPAGTO TO W-DTCONV
           PERFORM ROT-CONV-DATA THRU ROT-CONV-DATA-FIM
           MOVE 7 TO W-LORIG
           MOVE W-FOLM TO W-LVALOR
           MOVE "E" TO W-LCLASSE
           PERFORM ROT-LANCA THRU ROT-LANCA-FIM
           MOVE W-REALM TO W-LVALOR
           MOVE "R" TO W-LCLASSE
           PERFORM ROT-LANCA THRU ROT-LANCA-FIM
           PERFORM ROT-REPASSES THRU ROT-REPASSES-FIM.
       R7-FIM.
           EXIT.
      *
      *********************************************************
      * REPASSES NA DATA DE PAGAMENTO DA FOLHA (W-LDATA AINDA  *
      * COM CAL-DTPAGTO). CONSIGNADO JA APURADO NA COMPETENCIA *
      * (CSG-ANOMESREP) E CONFIRMADO PELO VALOR DESCONTADO; O  *
      * RESTO DOS CONTRATOS ATIVOS, ESTIMADO PELA PARCELA      *
      *********************************************************
       ROT-REPASSES.
           MOVE ZEROS TO W-CSGCONF W-CSGEST
           IF W-TEMCONSG = "S"
              MOVE ZEROS TO CSG-CODFUNC CSG-CONTRATO
              MOVE "N" TO W-FIM
              START CADCONSG KEY IS NOT LESS CHAVECONSG
                    INVALID KEY
                       MOVE "S" TO W-FIM
              END-START
              PERFORM ROT-REPASSES-V THRU ROT-REPASSES-V-F
                      UNTIL W-FIM = "S".
           MOVE 8 TO W-LORIG
           IF W-TIPO = "R"
              COMPUTE W-LVALOR = W-CSGCONF + W-CSGEST
              MOVE "E" TO W-LCLASSE
              PERFORM ROT-LANCA THRU ROT-LANCA-FIM
              MOVE "R" TO W-LCLASSE
              PERFORM ROT-LANCA THRU ROT-LANCA-FIM
           ELSE
              MOVE W-CSGCONF TO W-LVALOR
              MOVE "C" TO W-LCLASSE
              PERFORM ROT-LANCA THRU ROT-LANCA-FIM
              MOVE W-CSGEST TO W-LVALOR
              MOVE "E" TO W-LCLASSE
              PERFORM ROT-LANCA THRU ROT-LANCA-FIM.
           MOVE 9 TO W-LORIG
           MOVE W-TOTSIND TO W-LVALOR
           MOVE "E" TO W-LCLASSE
           PERFORM ROT-LANCA THRU ROT-LANCA-FIM
           IF W-TIPO = "R"
              MOVE "R" TO W-LCLASSE
              PERFORM ROT-LANCA THRU ROT-LANCA-FIM.
       ROT-REPASSES-FIM.
           EXIT.
       ROT-REPASSES-V.
           READ CADCONSG NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO ROT-REPASSES-V-F
           END-READ
           IF ST-ERRO8 NOT = "00"
              MOVE "S" TO W-FIM
              GO TO ROT-REPASSES-V-F.
           IF CSG-ANOMESREP = W-ANOMESCMP
              ADD CSG-VLRDESC TO W-CSGCONF
              GO TO ROT-REPASSES-V-F.
           IF CSG-SIT = "A" AND CSG-SALDO NOT = ZEROS
              ADD CSG-VLRPARC TO W-CSGEST.
       ROT-REPASSES-V-F.
           EXIT.
      *
      *********************************************************
      * MOVIMENTO POR DIA E RESUMO POR SEMANA (7 DIAS A PARTIR *
      * DA DATA INICIAL)                                       *
      *********************************************************
       R8.
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-SEC1
           IF W-TIPO = "P"
              WRITE LINHA-REL FROM LIN-CABP
           ELSE
              WRITE LINHA-REL FROM LIN-CABR.
           PERFORM R9 THRU R9-FIM
                   VARYING W-IDXD FROM 1 BY 1
                   UNTIL W-IDXD > W-QTDDIAS.
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-SEC2
           IF W-TIPO = "P"
              WRITE LINHA-REL FROM LIN-CABP
           ELSE
              WRITE LINHA-REL FROM LIN-CABR.
           IF W-SALDONEG = "S" OR W-SALDONEG = "s"
              COMPUTE W-SALDO = ZEROS - W-SALDOINI
           ELSE
              MOVE W-SALDOINI TO W-SALDO.
           MOVE ZEROS TO W-SEMANA
           MOVE TBD-DATA (1) TO W-SEMINI
           PERFORM R10 THRU R10-FIM
                   VARYING W-IDXD FROM 1 BY 1
                   UNTIL W-IDXD > W-QTDDIAS.
           GO TO R11.
      *
       R9.
           IF W-TIPO = "P"
              COMPUTE W-SALDO = W-SALDO + TBD-ENTC (W-IDXD)
                      + TBD-ENTE (W-IDXD) - TBD-SAIC (W-IDXD)
                      - TBD-SAIE (W-IDXD)
              MOVE ZEROS TO W-DIFDIA
              MOVE TBD-ENTC (W-IDXD) TO LD-VLR1
              MOVE TBD-ENTE (W-IDXD) TO LD-VLR2
              MOVE TBD-SAIC (W-IDXD) TO LD-VLR3
              MOVE TBD-SAIE (W-IDXD) TO LD-VLR4
           ELSE
              COMPUTE W-SALDO = W-SALDO + TBD-ENTR (W-IDXD)
                      - TBD-SAIR (W-IDXD)
              COMPUTE W-DIFDIA = TBD-ENTR (W-IDXD) - TBD-SAIR (W-IDXD)
                      - TBD-ENTC (W-IDXD) - TBD-ENTE (W-IDXD)
                      + TBD-SAIC (W-IDXD) + TBD-SAIE (W-IDXD)
              COMPUTE LD-VLR1 = TBD-ENTC (W-IDXD) + TBD-ENTE (W-IDXD)
              MOVE TBD-ENTR (W-IDXD) TO LD-VLR2
              COMPUTE LD-VLR3 = TBD-SAIC (W-IDXD) + TBD-SAIE (W-IDXD)
              MOVE TBD-SAIR (W-IDXD) TO LD-VLR4.
           IF TBD-ENTC (W-IDXD) = ZEROS AND TBD-ENTE (W-IDXD) = ZEROS
              AND TBD-SAIC (W-IDXD) = ZEROS
              AND TBD-SAIE (W-IDXD) = ZEROS
              AND TBD-ENTR (W-IDXD) = ZEROS
              AND TBD-SAIR (W-IDXD) = ZEROS
              GO TO R9-FIM.
           MOVE TBD-DATA (W-IDXD) TO W-DTAUX
           PERFORM ROT-EDITA-DATA THRU ROT-EDITA-DATA-FIM
           MOVE W-DTEDIT TO LD-ROTULO
           MOVE W-SALDO  TO LD-SALDO
           MOVE W-DIFDIA TO LD-DIF
           WRITE LINHA-REL FROM LIN-DIA.
       R9-FIM.
           EXIT.
      *
       R10.
           ADD TBD-ENTC (W-IDXD) TO W-SEMENTC
           ADD TBD-ENTE (W-IDXD) TO W-SEMENTE
           ADD TBD-SAIC (W-IDXD) TO W-SEMSAIC
           ADD TBD-SAIE (W-IDXD) TO W-SEMSAIE
           ADD TBD-ENTR (W-IDXD) TO W-SEMENTR
           ADD TBD-SAIR (W-IDXD) TO W-SEMSAIR
           DIVIDE W-IDXD BY 7 GIVING W-QUOC7 REMAINDER W-RESTO7
           IF W-RESTO7 NOT = ZEROS AND W-IDXD < W-QTDDIAS
              GO TO R10-FIM.
           ADD 1 TO W-SEMANA
           MOVE W-SEMANA TO LS-SEMANA
           MOVE W-SEMINI TO W-DTAUX
           PERFORM ROT-EDITA-DATA THRU ROT-EDITA-DATA-FIM
           MOVE W-DTEDIT TO LS-DTINI
           MOVE TBD-DATA (W-IDXD) TO W-DTAUX
           PERFORM ROT-EDITA-DATA THRU ROT-EDITA-DATA-FIM
           MOVE W-DTEDIT TO LS-DTFIM
           WRITE LINHA-REL FROM LIN-SEMANA
           IF W-TIPO = "P"
              COMPUTE W-SALDO = W-SALDO + W-SEMENTC + W-SEMENTE
                      - W-SEMSAIC - W-SEMSAIE
              MOVE ZEROS TO W-DIFDIA
              MOVE W-SEMENTC TO LD-VLR1
              MOVE W-SEMENTE TO LD-VLR2
              MOVE W-SEMSAIC TO LD-VLR3
              MOVE W-SEMSAIE TO LD-VLR4
           ELSE
              COMPUTE W-SALDO = W-SALDO + W-SEMENTR - W-SEMSAIR
              COMPUTE W-DIFDIA = W-SEMENTR - W-SEMSAIR - W-SEMENTC
                      - W-SEMENTE + W-SEMSAIC + W-SEMSAIE
              COMPUTE LD-VLR1 = W-SEMENTC + W-SEMENTE
              MOVE W-SEMENTR TO LD-VLR2
              COMPUTE LD-VLR3 = W-SEMSAIC + W-SEMSAIE
              MOVE W-SEMSAIR TO LD-VLR4.
           MOVE "  TOTAL" TO LD-ROTULO
           MOVE W-SALDO  TO LD-SALDO
           MOVE W-DIFDIA TO LD-DIF
           WRITE LINHA-REL FROM LIN-DIA
           MOVE ZEROS TO W-SEMENTC W-SEMENTE W-SEMSAIC W-SEMSAIE
                         W-SEMENTR W-SEMSAIR
           IF W-IDXD < W-QTDDIAS
              COMPUTE W-IDXACH = W-IDXD + 1
              MOVE TBD-DATA (W-IDXACH) TO W-SEMINI.
       R10-FIM.
           EXIT.
      *
      *********************************************************
      * TOTAL POR ORIGEM E SALDO FINAL                         *
      *********************************************************
       R11.
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-SEC3
           WRITE LINHA-REL FROM LIN-CABO
           PERFORM R12 THRU R12-FIM
                   VARYING W-IDXO FROM 1 BY 1 UNTIL W-IDXO > 9.
           WRITE LINHA-REL FROM LIN-BRANCO
           MOVE W-SALDO TO LSF-SALDO
           WRITE LINHA-REL FROM LIN-SALDOFIM
           IF W-TIPO = "R"
              MOVE "SEGURO E REPASSES SEM BAIXA NOS ARQUIVOS: REALIZADO
      -            " = PREVISTO" TO LAV-TEXTO
              WRITE LINHA-REL FROM LIN-AVISO.
           GO TO ROT-FIM.
      *
       R12.
           MOVE TBN-NOME (W-IDXO) TO LO-NOME
           MOVE TBO-CONF (W-IDXO) TO LO-CONF
           MOVE TBO-EST  (W-IDXO) TO LO-EST
           MOVE TBO-REAL (W-IDXO) TO LO-REAL
           WRITE LINHA-REL FROM LIN-ORIGEM.
       R12-FIM.
           EXIT.
      *
      *********************************************************
      * LANCA W-LVALOR NO DIA W-LDATA (AAAAMMDD) DA ORIGEM     *
      * W-LORIG, CLASSE C (CONFIRMADO), E (ESTIMADO) OU R      *
      * (REALIZADO). DATA FORA DO PERIODO NAO ENTRA            *
      *********************************************************
       ROT-LANCA.
           IF W-LVALOR = ZEROS
              GO TO ROT-LANCA-FIM.
           IF W-LDATA < W-DATAINI8 OR W-LDATA > W-DATAFIM8
              ADD 1 TO W-TOTFORA
              GO TO ROT-LANCA-FIM.
           MOVE ZEROS TO W-IDXACH
           PERFORM ROT-ACHA-DIA THRU ROT-ACHA-DIA-FIM
                   VARYING W-IDXL FROM 1 BY 1
                   UNTIL W-IDXL > W-QTDDIAS OR W-IDXACH NOT = ZEROS.
           IF W-IDXACH = ZEROS
              GO TO ROT-LANCA-FIM.
           ADD 1 TO W-TOTLANC
           IF W-LCLASSE = "R"
              ADD W-LVALOR TO TBO-REAL (W-LORIG)
              IF W-LORIG < 3
                 ADD W-LVALOR TO TBD-ENTR (W-IDXACH)
              ELSE
                 ADD W-LVALOR TO TBD-SAIR (W-IDXACH)
              END-IF
              GO TO ROT-LANCA-FIM.
           IF W-LCLASSE = "C"
              ADD W-LVALOR TO TBO-CONF (W-LORIG)
              IF W-LORIG < 3
                 ADD W-LVALOR TO TBD-ENTC (W-IDXACH)
              ELSE
                 ADD W-LVALOR TO TBD-SAIC (W-IDXACH)
              END-IF
              GO TO ROT-LANCA-FIM.
           ADD W-LVALOR TO TBO-EST (W-LORIG)
           IF W-LORIG < 3
              ADD W-LVALOR TO TBD-ENTE (W-IDXACH)
           ELSE
              ADD W-LVALOR TO TBD-SAIE (W-IDXACH).
       ROT-LANCA-FIM.
           EXIT.
      *
       ROT-ACHA-DIA.
           IF TBD-DATA (W-IDXL) = W-LDATA
              MOVE W-IDXL TO W-IDXACH.
       ROT-ACHA-DIA-FIM.
           EXIT.
      *
      *    GUARDA O DIA W-DTDMA NA TABELA E PASSA PARA O SEGUINTE
       ROT-MONTA-DIA.
           COMPUTE TBD-DATA (W-IDXD) = (W-ANOD * 10000)
                                     + (W-MESD * 100) + W-DIAD
           PERFORM ROT-SOMA-DIA THRU ROT-SOMA-DIA-FIM.
       ROT-MONTA-DIA-FIM.
           EXIT.
      *
      *    DATA DDMMAAAA DE W-DTCONV PARA AAAAMMDD EM W-LDATA
       ROT-CONV-DATA.
           COMPUTE W-LDATA = (W-CNVANO * 10000) + (W-CNVMES * 100)
                           + W-CNVDIA.
       ROT-CONV-DATA-FIM.
           EXIT.
      *
      *    AAAAMMDD DE W-DTAUX PARA DD/MM/AAAA EM W-DTEDIT
       ROT-EDITA-DATA.
           MOVE W-AUXDIA TO W-EDDIA
           MOVE W-AUXMES TO W-EDMES
           MOVE W-AUXANO TO W-EDANO.
       ROT-EDITA-DATA-FIM.
           EXIT.
      *
      *    W-MESAUX (ANO * 12 + MES - 1) PARA W-PANO/W-PMES
       ROT-MES-ANO.
           DIVIDE W-MESAUX BY 12 GIVING W-PANO REMAINDER W-PRESTO
           COMPUTE W-PMES = W-PRESTO + 1.
       ROT-MES-ANO-FIM.
           EXIT.
      *
      *    ARQUIVOS AUSENTES FICAM FORA DO FLUXO, COM AVISO
       ROT-AVISA-ARQ.
           IF W-TEMRECEB NOT = "S"
              MOVE "CADRECEB AUSENTE - PARCELAS FORA DO FLUXO"
                                                       TO LAV-TEXTO
              WRITE LINHA-REL FROM LIN-AVISO.
           IF W-TEMMENS NOT = "S"
              MOVE "CADMENS AUSENTE - MENSALIDADES FORA DO FLUXO"
                                                       TO LAV-TEXTO
              WRITE LINHA-REL FROM LIN-AVISO.
           IF W-TEMTAXAS NOT = "S"
              MOVE "CADTAXAS AUSENTE - TAXAS FORA DO FLUXO"
                                                       TO LAV-TEXTO
              WRITE LINHA-REL FROM LIN-AVISO.
           IF W-TEMAPOL NOT = "S"
              MOVE "CADAPOL AUSENTE - SEGUROS FORA DO FLUXO"
                                                       TO LAV-TEXTO
              WRITE LINHA-REL FROM LIN-AVISO.
           IF W-TEMOBRIG NOT = "S"
              MOVE "CADOBRIG AUSENTE - GUIAS FORA DO FLUXO"
                                                       TO LAV-TEXTO
              WRITE LINHA-REL FROM LIN-AVISO.
           IF W-TEMCALEN NOT = "S"
              MOVE "CADCALEN AUSENTE - FOLHA E REPASSES FORA DO FLUXO"
                                                       TO LAV-TEXTO
              WRITE LINHA-REL FROM LIN-AVISO.
           IF W-TEMPAG NOT = "S"
              MOVE "CADPAG AUSENTE - FOLHA SEM VALOR"
                                                       TO LAV-TEXTO
              WRITE LINHA-REL FROM LIN-AVISO.
       ROT-AVISA-ARQ-FIM.
           EXIT.
      *
      *********************************************************
      * SOMA UM DIA A DATA DDMMAAAA DE W-DTDMA                 *
      *********************************************************
       ROT-SOMA-DIA.
           ADD 1 TO W-DIAD
           PERFORM ROT-DIAS-MES THRU ROT-DIAS-MES-FIM
           IF W-DIAD > W-DIASMES
              MOVE 01 TO W-DIAD
              ADD 1 TO W-MESD
              IF W-MESD > 12
                 MOVE 01 TO W-MESD
                 ADD 1 TO W-ANOD.
       ROT-SOMA-DIA-FIM.
           EXIT.
      *
      *    QUANTIDADE DE DIAS DO MES W-MESD/W-ANOD
       ROT-DIAS-MES.
           EVALUATE W-MESD
              WHEN 01 MOVE 31 TO W-DIASMES
              WHEN 03 MOVE 31 TO W-DIASMES
              WHEN 05 MOVE 31 TO W-DIASMES
              WHEN 07 MOVE 31 TO W-DIASMES
              WHEN 08 MOVE 31 TO W-DIASMES
              WHEN 10 MOVE 31 TO W-DIASMES
              WHEN 12 MOVE 31 TO W-DIASMES
              WHEN 02
                 DIVIDE W-ANOD BY 4 GIVING W-QUOC4
                        REMAINDER W-RESTO4
                 IF W-RESTO4 = ZEROS
                    MOVE 29 TO W-DIASMES
                 ELSE
                    MOVE 28 TO W-DIASMES
                 END-IF
              WHEN OTHER MOVE 30 TO W-DIASMES
           END-EVALUATE.
       ROT-DIAS-MES-FIM.
           EXIT.
      *
       ROT-FIM.
           IF W-TEMRECEB = "S"
              CLOSE CADRECEB.
           IF W-TEMMENS = "S"
              CLOSE CADMENS.
           IF W-TEMTAXAS = "S"
              CLOSE CADTAXAS.
           IF W-TEMAPOL = "S"
              CLOSE CADAPOL.
           IF W-TEMOBRIG = "S"
              CLOSE CADOBRIG.
           IF W-TEMCALEN = "S"
              CLOSE CADCALEN.
           IF W-TEMPAG = "S"
              CLOSE CADPAG.
           IF W-TEMCONSG = "S"
              CLOSE CADCONSG.
           IF W-TEMSIND = "S"
              CLOSE CADSIND.
           IF W-TEMFSIND = "S"
              CLOSE CADFSIND.
           IF ST-ERRO11 NOT = "00"
              GO TO ROT-FIM2.
           CLOSE RELFLUXO
           DISPLAY "*** FLUXO DE CAIXA GERADO EM RELFLUXO.TXT ***"
           DISPLAY "LANCAMENTOS NO PERIODO    : " W-TOTLANC
           DISPLAY "VENCIMENTOS FORA DO PERIODO: " W-TOTFORA.
      *    GUARDA A GERACAO NO SPOOL (VER SPOOLREG/CONSPOOL)
       ROT-SPOOL.
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
