       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL110.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * DADOS PESSOAIS DO TITULAR - ATENDE O PEDIDO DE QUEM QUER     *
      * SABER O QUE GUARDAMOS SOBRE ELE. PELO CPF, CODIGO DE         *
      * FUNCIONARIO, CODIGO DE CLIENTE OU APELIDO DE AMIGO, LISTA    *
      * EM RELTITUL.TXT TODO REGISTRO QUE SE REFERE A PESSOA:        *
      *  FUNCIONARIO - CADFUNC, CADHFUNC, CADDEP, CADPAG, CADCHAVE,  *
      *                CADOPER (SE FOR OPERADOR) E CADJORN           *
      *  CLIENTE     - CADCLI, CADVDA, CADRECEB E CADJORN            *
      *  AMIGO       - CADAMIGO, CADCONS, CADADES, CADMENS,          *
      *                CADCONVT E CADJORN                            *
      * O CPF ACHA FUNCIONARIOS (CPFFUNC) E CLIENTES (CLI-DOC); O    *
      * CADAMIGO NAO GUARDA CPF. NO CADJORN ENTRAM AS ACOES SOBRE OS *
      * REGISTROS DA PESSOA (CHAVE DO REGISTRO) E, SE ELA FOR        *
      * OPERADOR, A QUANTIDADE DE ACOES FEITAS POR ELA.              *
      * NO FIM SAI O HISTORICO DE SOLICITACOES DO TITULAR            *
      * (CADSOLDP). CADA CONSULTA FICA REGISTRADA NO CADSOLDP E NO   *
      * CADJORN. A ANONIMIZACAO E FEITA PELO ANONIMIZ.               *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFUNC
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADHFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEHIST
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT CADDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEDEP
                    FILE STATUS  IS ST-ERRO3.
      *
           SELECT CADPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPGTO
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS SALBRUTO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS ANOMES WITH DUPLICATES.
      *
           SELECT CADCHAVE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHV-CODFUNC
                    FILE STATUS  IS ST-ERRO5.
      *
           SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPER-COD
                    FILE STATUS  IS ST-ERRO6
                    ALTERNATE RECORD KEY IS OPER-NOME
                                   WITH DUPLICATES.
      *
           SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLI-COD
                    FILE STATUS  IS ST-ERRO7
                    ALTERNATE RECORD KEY IS CLI-NOME
                                   WITH DUPLICATES.
      *
           SELECT CADVDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEVENDA
                    FILE STATUS  IS ST-ERRO8.
      *
           SELECT CADRECEB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVERECEB
                    FILE STATUS  IS ST-ERRO9.
      *
           SELECT CADAMIGO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APELIDO
                    FILE STATUS  IS ST-ERRO10.
      *
           SELECT CADCONS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CON-APELIDO
                    FILE STATUS  IS ST-ERRO11.
      *
           SELECT CADADES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ADS-APELIDO
                    FILE STATUS  IS ST-ERRO12.
      *
           SELECT CADMENS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMENS
                    FILE STATUS  IS ST-ERRO13.
      *
           SELECT CADCONVT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECONVT
                    FILE STATUS  IS ST-ERRO14.
      *
           SELECT CADSOLDP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVESDP
                    FILE STATUS  IS ST-SDP.
      *
           SELECT CADJORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEJORN
                    ALTERNATE RECORD KEY IS JORN-NSEQ
                    FILE STATUS  IS ST-JORN.
      *
           SELECT CADTRAVA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRAVA-COD
                    FILE STATUS  IS ST-TRAVA.
      *
           SELECT RELTITUL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO15.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADHFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHFUNC.DAT".
       01 REGHFUNC.
          03 CHAVEHIST.
             05 CODFUNC-H     PIC 9(5).
             05 SEQHIST       PIC 9(3).
          03 DTALTER-H.
             05 ANOALT-H      PIC 9(4).
             05 MESDIAALT-H   PIC 9(4).
          03 CODAREA-H        PIC 9(3).
          03 CODCARGO-H       PIC 9(3).
          03 NDEPS-H          PIC 9(2).
          03 SITFUNC-H        PIC X(1).
          03 DTADMISSAO-H     PIC 9(8).
          03 DTDEMISSAO-H     PIC 9(8).
          03 DTAFAST-H        PIC 9(8).
          03 EMPHFUNC      PIC 9(02).
      *
       FD CADDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDEP.DAT".
       01 REGDEP.
          03 CHAVEDEP.
             05 DEP-CODFUNC   PIC 9(5).
             05 SEQDEP        PIC 9(2).
          03 NOMEDEP          PIC X(30).
          03 DATANASCDEP      PIC 9(8).
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
       FD CADCHAVE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHAVE.DAT".
       01 REGCHV.
          03 CHV-CODFUNC      PIC 9(5).
          03 CHV-TIPO         PIC X(1).
          03 CHV-VALOR        PIC X(35).
          03 CHV-USAR         PIC X(1).
      *
       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
       01 REGOPER.
                03 OPER-COD           PIC 9(03).
                03 OPER-NOME          PIC X(20).
                03 OPER-SENHA         PIC X(08).
                03 OPER-NIVEL         PIC 9(01).
                03 OPER-CODFUNC       PIC 9(05).
                03 OPER-PERFIL        PIC 9(02).
                03 OPER-TENTAT        PIC 9(02).
                03 OPER-BLOQ          PIC X(01).
                03 OPER-DTSENHA       PIC 9(08).
                03 OPER-TROCA         PIC X(01).
                03 OPER-SENHAANT      PIC X(08) OCCURS 3 TIMES.
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
       FD CADVDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVDA.DAT".
       01 REGVENDA.
          03 CHAVEVENDA.
             05 PLACA         PIC X(7).
             05 DTAVENDA.
                07 VDA-DIA    PIC 9(2).
                07 VDA-MES    PIC 9(2).
                07 VDA-ANO    PIC 9(4).
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
       FD CADAMIGO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAMIGO.DAT".
       01 REGAMIGO.
          03 APELIDO       PIC X(12).
          03 NOME-AM       PIC X(30).
          03 EMAIL-AM      PIC X(30).
          03 SEXO          PIC X(01).
          03 GENERO        PIC X(01).
          03 TPAMIGO       PIC 9(01).
          03 DATANASC1     PIC 9(08).
          03 ENDERECO-AM   PIC 9(8).
          03 NENDRC-AM     PIC 9(5).
          03 COMPENDRC-AM  PIC X(10).
          03 SITAMIGO      PIC X(01).
          03 INDICADOR-AM  PIC X(12).
      *
       FD CADCONS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONS.DAT".
       01 REGCONS.
          03 CON-APELIDO   PIC X(12).
          03 CON-MALA      PIC X(01).
          03 CON-EMAIL     PIC X(01).
          03 CON-ANIV      PIC X(01).
          03 CON-DTREG     PIC 9(08).
      *
       FD CADADES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADADES.DAT".
       01 REGADES.
          03 ADS-APELIDO      PIC X(12).
          03 ADS-DTADESAO     PIC 9(8).
          03 ADS-DTSAIDA      PIC 9(8).
          03 ADS-MOTIVO       PIC 9(2).
          03 ADS-OBS          PIC X(40).
          03 ADS-SITANT       PIC X(1).
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
       FD CADCONVT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONVT.DAT".
       01 REGCONVT.
          03 CHAVECONVT.
             05 CVT-EVENTO   PIC 9(4).
             05 CVT-APELIDO  PIC X(12).
          03 CVT-RSVP        PIC X(1).
          03 CVT-PRESENTE    PIC X(1).
      *
       FD CADSOLDP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSOLDP.DAT".
       01 REGSDP.
          03 CHAVESDP.
             05 SDP-DATA      PIC 9(8).
             05 SDP-HORA      PIC 9(6).
             05 SDP-SEQ       PIC 9(2).
          03 SDP-OPER         PIC 9(3).
          03 SDP-PROG         PIC X(8).
          03 SDP-TIPOID       PIC 9(1).
          03 SDP-ID           PIC X(14).
          03 SDP-TITULAR      PIC X(14).
          03 SDP-ACAO         PIC X(1).
          03 SDP-QTDREG       PIC 9(5).
          03 SDP-OBS          PIC X(50).
      *
       FD CADJORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADJORN.DAT".
       01 REGJORN.
          03 JORN-DADOS.
             05 CHAVEJORN.
                07 JORN-DATA  PIC 9(8).
                07 JORN-HORA  PIC 9(6).
                07 JORN-SEQ   PIC 9(2).
             05 JORN-OPER     PIC 9(3).
             05 JORN-PROG     PIC X(8).
             05 JORN-ARQ      PIC X(8).
             05 JORN-ACAO     PIC X(1).
             05 JORN-CHREG    PIC X(14).
             05 JORN-RESUMO   PIC X(10).
          03 JORN-NSEQ        PIC 9(9).
          03 JORN-CHECK       PIC 9(9).
      *
       FD CADTRAVA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRAVA.DAT".
       01 REGTRAVA.
          03 TRAVA-COD        PIC 9(1).
          03 TRAVA-BATCH      PIC X(1).
          03 TRAVA-PROGBATCH  PIC X(8).
          03 TRAVA-ONLINE     PIC X(1).
          03 TRAVA-OPERADOR   PIC 9(3).
      *
       FD RELTITUL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELTITUL.TXT".
       01 LINHA-REL PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL110".
       01 W-SPARQ       PIC X(14) VALUE "RELTITUL.TXT".
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
       01 ST-ERRO12     PIC X(02) VALUE "00".
       01 ST-ERRO13     PIC X(02) VALUE "00".
       01 ST-ERRO14     PIC X(02) VALUE "00".
       01 ST-ERRO15     PIC X(02) VALUE "00".
       01 ST-SDP        PIC X(02) VALUE "00".
       01 ST-JORN       PIC X(02) VALUE "00".
      *    REGISTRO DO JORNAL A GRAVAR PELO JORNREG
       01 W-REGJORN.
          03 W-JNCHAVE.
             05 W-JNDATA   PIC 9(8).
             05 W-JNHORA   PIC 9(6).
             05 W-JNSEQ    PIC 9(2).
          03 W-JNOPER      PIC 9(3).
          03 W-JNPROG      PIC X(8).
          03 W-JNARQ       PIC X(8).
          03 W-JNACAO      PIC X(1).
          03 W-JNCHREG     PIC X(14).
          03 W-JNRESUMO    PIC X(10).
       01 ST-TRAVA      PIC X(02) VALUE "00".
      *    ARQUIVOS PRESENTES (S/N), NA ORDEM DO FILE-CONTROL
       01 W-TEMARQS.
          03 W-TEMFUNC     PIC X(01) VALUE "N".
          03 W-TEMHFUNC    PIC X(01) VALUE "N".
          03 W-TEMDEP      PIC X(01) VALUE "N".
          03 W-TEMPAG      PIC X(01) VALUE "N".
          03 W-TEMCHAVE    PIC X(01) VALUE "N".
          03 W-TEMOPER     PIC X(01) VALUE "N".
          03 W-TEMCLI      PIC X(01) VALUE "N".
          03 W-TEMVDA      PIC X(01) VALUE "N".
          03 W-TEMRECEB    PIC X(01) VALUE "N".
          03 W-TEMAMIGO    PIC X(01) VALUE "N".
          03 W-TEMCONS     PIC X(01) VALUE "N".
          03 W-TEMADES     PIC X(01) VALUE "N".
          03 W-TEMMENS     PIC X(01) VALUE "N".
          03 W-TEMCONVT    PIC X(01) VALUE "N".
          03 W-TEMSDP      PIC X(01) VALUE "N".
          03 W-TEMJORN     PIC X(01) VALUE "N".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-TIPOID      PIC 9(01) VALUE ZEROS.
       01 W-IDNUM       PIC 9(11) VALUE ZEROS.
       01 W-IDAPEL      PIC X(12) VALUE SPACES.
       01 W-IDCHAVE     PIC X(14) VALUE SPACES.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
          03 W-HOJEANO     PIC 9(04).
          03 W-HOJEMES     PIC 9(02).
          03 W-HOJEDIA     PIC 9(02).
       01 W-DDMM-G.
          03 W-DDMMDIA     PIC 9(02).
          03 W-DDMMMES     PIC 9(02).
          03 W-DDMMANO     PIC 9(04).
       01 W-DDMM REDEFINES W-DDMM-G PIC 9(08).
       01 W-COD5        PIC 9(05) VALUE ZEROS.
       01 W-COD5-R REDEFINES W-COD5 PIC X(05).
       01 W-QTDREG      PIC 9(05) VALUE ZEROS.
       01 W-QTDHIST     PIC 9(05) VALUE ZEROS.
       01 W-QTDACOES    PIC 9(05) VALUE ZEROS.
       01 W-OPERTIT     PIC 9(03) VALUE ZEROS.
       01 W-ACHOU       PIC X(01) VALUE "N".
       01 W-IDXT        PIC 9(02) VALUE ZEROS.
       01 W-IDXA        PIC 9(02) VALUE ZEROS.
       01 W-IDXP        PIC 9(02) VALUE ZEROS.
      *    TITULARES ACHADOS: F = FUNCIONARIO, C = CLIENTE,
      *    A = AMIGO + CODIGO OU APELIDO
       01 W-QTDTIT      PIC 9(02) VALUE ZEROS.
       01 TABTITULARES.
          03 TBT-CHAVE PIC X(14) OCCURS 10 TIMES VALUE SPACES.
       01 W-TITATUAL.
          03 W-TITTIPO     PIC X(01).
          03 W-TITID       PIC X(13).
      *    PLACAS DAS VENDAS DO CLIENTE (ACOES NO CADJORN)
       01 W-QTDPLACAS   PIC 9(02) VALUE ZEROS.
       01 TABPLACAS.
          03 TBP-PLACA PIC X(07) OCCURS 50 TIMES VALUE SPACES.
      *    ARQUIVOS DO JORNAL COM CHAVE PELO CODIGO DO FUNCIONARIO
       01 TABARQFUNC.
          03 FILLER        PIC X(08) VALUE "CADFUNC ".
          03 FILLER        PIC X(08) VALUE "CADDEP  ".
          03 FILLER        PIC X(08) VALUE "CADPAG  ".
          03 FILLER        PIC X(08) VALUE "CADFERIA".
          03 FILLER        PIC X(08) VALUE "CADMOV  ".
          03 FILLER        PIC X(08) VALUE "CADSOLF ".
          03 FILLER        PIC X(08) VALUE "CADCAUSA".
          03 FILLER        PIC X(08) VALUE "CADHFUNC".
       01 TABARQFUNC-R REDEFINES TABARQFUNC.
          03 TBA-ARQ PIC X(08) OCCURS 8 TIMES.
      *    ARQUIVOS DO JORNAL COM CHAVE PELA PLACA DA VENDA
       01 TABARQVDA.
          03 FILLER        PIC X(08) VALUE "CADVDA  ".
          03 FILLER        PIC X(08) VALUE "CADRECEB".
          03 FILLER        PIC X(08) VALUE "CADACORD".
          03 FILLER        PIC X(08) VALUE "CADDIST ".
          03 FILLER        PIC X(08) VALUE "CADLIBCR".
          03 FILLER        PIC X(08) VALUE "CADVDAPR".
       01 TABARQVDA-R REDEFINES TABARQVDA.
          03 TBV-ARQ PIC X(08) OCCURS 6 TIMES.
      *    JORNAL
       01 W-JOPER       PIC 9(03) VALUE ZEROS.
       01 W-JACAO       PIC X(01) VALUE "C".
       01 W-JCHAVE      PIC X(14) VALUE SPACES.
       01 W-JHORA8      PIC 9(08) VALUE ZEROS.
       01 W-JPROG       PIC X(08) VALUE "REL110".
       01 W-JARQ        PIC X(08) VALUE "CADSOLDP".
       01 W-JMOTIVO     PIC X(10) VALUE "CONS.TITUL".
       01 W-SDPOBS.
          03 FILLER        PIC X(22) VALUE "CONSULTA - TITULARES: ".
          03 W-SDPQTDT     PIC Z9.
          03 FILLER        PIC X(26) VALUE SPACES.

       01 LIN-TITULO.
          03 FILLER        PIC X(38) VALUE
             "*** DADOS PESSOAIS DO TITULAR - PEDIDO".
          03 FILLER        PIC X(05) VALUE " POR ".
          03 LTI-TIPO      PIC X(12).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LTI-ID        PIC X(14).
          03 FILLER        PIC X(05) VALUE " EM: ".
          03 LTI-DATA      PIC 99/99/9999.
          03 FILLER        PIC X(25) VALUE SPACES.
       01 LIN-BRANCO    PIC X(110) VALUE SPACES.
       01 LIN-AVISO.
          03 FILLER        PIC X(04) VALUE " ** ".
          03 LAV-TEXTO     PIC X(60).
          03 FILLER        PIC X(46) VALUE SPACES.
       01 LIN-TITULAR.
          03 FILLER        PIC X(03) VALUE "== ".
          03 LTT-TIPO      PIC X(12).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LTT-ID        PIC X(13).
          03 FILLER        PIC X(03) VALUE " - ".
          03 LTT-NOME      PIC X(35).
          03 FILLER        PIC X(43) VALUE SPACES.
       01 LIN-FUNC1.
          03 FILLER        PIC X(16) VALUE "CADFUNC   NOME: ".
          03 LF1-NOME      PIC X(35).
          03 FILLER        PIC X(07) VALUE "  CPF: ".
          03 LF1-CPF       PIC 9(11).
          03 FILLER        PIC X(07) VALUE "  SIT: ".
          03 LF1-SIT       PIC X(01).
          03 FILLER        PIC X(33) VALUE SPACES.
       01 LIN-FUNC2.
          03 FILLER        PIC X(17) VALUE "          BANCO: ".
          03 LF2-BANCO     PIC 9(03).
          03 FILLER        PIC X(05) VALUE " AG: ".
          03 LF2-AGENCIA   PIC 9(04).
          03 FILLER        PIC X(08) VALUE " CONTA: ".
          03 LF2-CONTA     PIC X(10).
          03 FILLER        PIC X(07) VALUE "  ADM: ".
          03 LF2-ADM       PIC 99/99/9999.
          03 FILLER        PIC X(06) VALUE " DEM: ".
          03 LF2-DEM       PIC 99/99/9999.
          03 FILLER        PIC X(09) VALUE " AFAST.: ".
          03 LF2-MOTAF     PIC X(21).
       01 LIN-ENDER.
          03 FILLER        PIC X(24) VALUE
             "          ENDERECO CEP: ".
          03 LEN-CEP       PIC 9(08).
          03 FILLER        PIC X(10) VALUE "  NUMERO: ".
          03 LEN-NUM       PIC ZZZZ9.
          03 FILLER        PIC X(09) VALUE "  COMPL: ".
          03 LEN-COMPL     PIC X(10).
          03 FILLER        PIC X(44) VALUE SPACES.
       01 LIN-CONTATO.
          03 FILLER        PIC X(18) VALUE "          E-MAIL: ".
          03 LCT-EMAIL     PIC X(30).
          03 FILLER        PIC X(13) VALUE "  TELEFONE: (".
          03 LCT-DDD       PIC 9(02).
          03 FILLER        PIC X(02) VALUE ") ".
          03 LCT-NUMERO    PIC 9(09).
          03 FILLER        PIC X(36) VALUE SPACES.
       01 LIN-HFUNC.
          03 FILLER        PIC X(15) VALUE "CADHFUNC  SEQ: ".
          03 LHF-SEQ       PIC 9(03).
          03 FILLER        PIC X(13) VALUE "  ALTERACAO: ".
          03 LHF-ANO       PIC 9(04).
          03 LHF-MESDIA    PIC 9(04).
          03 FILLER        PIC X(08) VALUE "  AREA: ".
          03 LHF-AREA      PIC 9(03).
          03 FILLER        PIC X(08) VALUE " CARGO: ".
          03 LHF-CARGO     PIC 9(03).
          03 FILLER        PIC X(06) VALUE " SIT: ".
          03 LHF-SIT       PIC X(01).
          03 FILLER        PIC X(42) VALUE SPACES.
       01 LIN-DEP.
          03 FILLER        PIC X(15) VALUE "CADDEP    SEQ: ".
          03 LDP-SEQ       PIC 9(02).
          03 FILLER        PIC X(08) VALUE "  NOME: ".
          03 LDP-NOME      PIC X(30).
          03 FILLER        PIC X(09) VALUE "  NASC.: ".
          03 LDP-NASC      PIC 99/99/9999.
          03 FILLER        PIC X(36) VALUE SPACES.
       01 LIN-PAG.
          03 FILLER        PIC X(19) VALUE "CADPAG    COMPET.: ".
          03 LPG-MES       PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 LPG-ANO       PIC 9(04).
          03 FILLER        PIC X(08) VALUE "  TIPO: ".
          03 LPG-TIPO      PIC X(01).
          03 FILLER        PIC X(09) VALUE "  BRUTO: ".
          03 LPG-BRUTO     PIC ZZZZZ9,99.
          03 FILLER        PIC X(11) VALUE "  LIQUIDO: ".
          03 LPG-LIQ       PIC ZZZZZ9,99.
          03 FILLER        PIC X(37) VALUE SPACES.
       01 LIN-CHAVE.
          03 FILLER        PIC X(16) VALUE "CADCHAVE  TIPO: ".
          03 LCH-TIPO      PIC X(01).
          03 FILLER        PIC X(09) VALUE "  CHAVE: ".
          03 LCH-VALOR     PIC X(35).
          03 FILLER        PIC X(49) VALUE SPACES.
       01 LIN-OPER.
          03 FILLER        PIC X(20) VALUE "CADOPER   OPERADOR: ".
          03 LOP-COD       PIC 9(03).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LOP-NOME      PIC X(20).
          03 FILLER        PIC X(27) VALUE
             "  ACOES DELE NO CADJORN: ".
          03 LOP-ACOES     PIC ZZZZ9.
          03 FILLER        PIC X(34) VALUE SPACES.
       01 LIN-JORN.
          03 FILLER        PIC X(10) VALUE "CADJORN   ".
          03 LJO-DATA      PIC 9(08).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LJO-HORA      PIC 9(06).
          03 FILLER        PIC X(07) VALUE " OPER: ".
          03 LJO-OPER      PIC 9(03).
          03 FILLER        PIC X(07) VALUE " PROG: ".
          03 LJO-PROG      PIC X(08).
          03 FILLER        PIC X(06) VALUE " ARQ: ".
          03 LJO-ARQ       PIC X(08).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LJO-ACAO      PIC X(01).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LJO-CHREG     PIC X(14).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LJO-RESUMO    PIC X(10).
          03 FILLER        PIC X(19) VALUE SPACES.
       01 LIN-CLI.
          03 FILLER        PIC X(16) VALUE "CADCLI    NOME: ".
          03 LCL-NOME      PIC X(30).
          03 FILLER        PIC X(07) VALUE "  DOC: ".
          03 LCL-DOC       PIC 9(11).
          03 FILLER        PIC X(08) VALUE "  TEL: (".
          03 LCL-DDD       PIC 9(02).
          03 FILLER        PIC X(02) VALUE ") ".
          03 LCL-NUMERO    PIC 9(09).
          03 FILLER        PIC X(25) VALUE SPACES.
       01 LIN-VDA.
          03 FILLER        PIC X(17) VALUE "CADVDA    PLACA: ".
          03 LVD-PLACA     PIC X(07).
          03 FILLER        PIC X(08) VALUE "  DATA: ".
          03 LVD-DATA      PIC 99/99/9999.
          03 FILLER        PIC X(13) VALUE "  COMPRADOR: ".
          03 LVD-COMPRADOR PIC X(30).
          03 FILLER        PIC X(09) VALUE "  VALOR: ".
          03 LVD-VALOR     PIC ZZZZZZZ9,99.
          03 FILLER        PIC X(05) VALUE SPACES.
       01 LIN-RECEB.
          03 FILLER        PIC X(17) VALUE "CADRECEB  PLACA: ".
          03 LRC-PLACA     PIC X(07).
          03 FILLER        PIC X(08) VALUE "  PARC: ".
          03 LRC-PARC      PIC 9(02).
          03 FILLER        PIC X(08) VALUE "  VENC: ".
          03 LRC-VENC      PIC 99/99/9999.
          03 FILLER        PIC X(09) VALUE "  VALOR: ".
          03 LRC-VALOR     PIC ZZZZZZZ9,99.
          03 FILLER        PIC X(09) VALUE "  RECEB: ".
          03 LRC-RECEB     PIC 99/99/9999.
          03 FILLER        PIC X(07) VALUE "  SIT: ".
          03 LRC-SIT       PIC X(01).
          03 FILLER        PIC X(11) VALUE SPACES.
       01 LIN-AMIGO.
          03 FILLER        PIC X(16) VALUE "CADAMIGO  NOME: ".
          03 LAM-NOME      PIC X(30).
          03 FILLER        PIC X(09) VALUE "  NASC.: ".
          03 LAM-NASC      PIC 99/99/9999.
          03 FILLER        PIC X(16) VALUE "  SEXO/GENERO: ".
          03 LAM-SEXO      PIC X(01).
          03 FILLER        PIC X(01) VALUE "/".
          03 LAM-GENERO    PIC X(01).
          03 FILLER        PIC X(07) VALUE "  SIT: ".
          03 LAM-SIT       PIC X(01).
          03 FILLER        PIC X(18) VALUE SPACES.
       01 LIN-CONS.
          03 FILLER        PIC X(23) VALUE "CADCONS   MALA DIRETA: ".
          03 LCO-MALA      PIC X(01).
          03 FILLER        PIC X(10) VALUE "  E-MAIL: ".
          03 LCO-EMAIL     PIC X(01).
          03 FILLER        PIC X(15) VALUE "  ANIVERSARIO: ".
          03 LCO-ANIV      PIC X(01).
          03 FILLER        PIC X(12) VALUE "  REGISTRO: ".
          03 LCO-DTREG     PIC 99/99/9999.
          03 FILLER        PIC X(37) VALUE SPACES.
       01 LIN-ADES.
          03 FILLER        PIC X(18) VALUE "CADADES   ADESAO: ".
          03 LAD-ADESAO    PIC 99/99/9999.
          03 FILLER        PIC X(09) VALUE "  SAIDA: ".
          03 LAD-SAIDA     PIC 99/99/9999.
          03 FILLER        PIC X(10) VALUE "  MOTIVO: ".
          03 LAD-MOTIVO    PIC 9(02).
          03 FILLER        PIC X(07) VALUE "  OBS: ".
          03 LAD-OBS       PIC X(40).
          03 FILLER        PIC X(04) VALUE SPACES.
       01 LIN-MENS.
          03 FILLER        PIC X(19) VALUE "CADMENS   COMPET.: ".
          03 LMN-ANOMES    PIC 9(06).
          03 FILLER        PIC X(09) VALUE "  VALOR: ".
          03 LMN-VALOR     PIC ZZZZZ9,99.
          03 FILLER        PIC X(09) VALUE "  PAGTO: ".
          03 LMN-PAGTO     PIC 99/99/9999.
          03 FILLER        PIC X(48) VALUE SPACES.
       01 LIN-CONVT.
          03 FILLER        PIC X(18) VALUE "CADCONVT  EVENTO: ".
          03 LCV-EVENTO    PIC 9(04).
          03 FILLER        PIC X(08) VALUE "  RSVP: ".
          03 LCV-RSVP      PIC X(01).
          03 FILLER        PIC X(12) VALUE "  PRESENTE: ".
          03 LCV-PRESENTE  PIC X(01).
          03 FILLER        PIC X(66) VALUE SPACES.
       01 LIN-SEC-HIST  PIC X(110) VALUE
          "HISTORICO DE SOLICITACOES DO TITULAR (CADSOLDP)".
       01 LIN-HIST.
          03 FILLER        PIC X(10) VALUE "CADSOLDP  ".
          03 LHS-DATA      PIC 9(08).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LHS-HORA      PIC 9(06).
          03 FILLER        PIC X(07) VALUE " OPER: ".
          03 LHS-OPER      PIC 9(03).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LHS-PROG      PIC X(08).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LHS-ACAO      PIC X(01).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LHS-TITULAR   PIC X(14).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LHS-OBS       PIC X(48).
       01 LIN-TOTAL.
          03 FILLER        PIC X(30) VALUE
             "REGISTROS LISTADOS          : ".
          03 LTO-QTD       PIC ZZZZ9.
          03 FILLER        PIC X(75) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** DADOS PESSOAIS DO TITULAR ***"
           DISPLAY "IDENTIFICACAO: 1=CPF  2=COD.FUNCIONARIO  "
                   "3=COD.CLIENTE  4=APELIDO"
           DISPLAY "TIPO : " WITH NO ADVANCING
           ACCEPT W-TIPOID
           IF W-TIPOID < 1 OR W-TIPOID > 4
              DISPLAY "TIPO INVALIDO"
              GO TO ROT-FIM2.
           IF W-TIPOID = 4
              DISPLAY "APELIDO : " WITH NO ADVANCING
              ACCEPT W-IDAPEL
              IF W-IDAPEL = SPACES
                 DISPLAY "APELIDO INVALIDO"
                 GO TO ROT-FIM2
              ELSE
                 MOVE W-IDAPEL TO W-IDCHAVE
                 GO TO R0A.
           DISPLAY "NUMERO (CPF OU CODIGO) : " WITH NO ADVANCING
           ACCEPT W-IDNUM
           IF W-IDNUM = ZEROS
              DISPLAY "NUMERO INVALIDO"
              GO TO ROT-FIM2.
           IF W-TIPOID = 1
              MOVE W-IDNUM TO W-IDCHAVE
              GO TO R0A.
           IF W-IDNUM > 99999
              DISPLAY "CODIGO INVALIDO"
              GO TO ROT-FIM2.
           MOVE W-IDNUM TO W-COD5
           MOVE W-COD5-R TO W-IDCHAVE.
       R0A.
           MOVE "S" TO W-TEMFUNC W-TEMHFUNC W-TEMDEP W-TEMPAG
                       W-TEMCHAVE W-TEMOPER W-TEMCLI W-TEMVDA
                       W-TEMRECEB W-TEMAMIGO W-TEMCONS W-TEMADES
                       W-TEMMENS W-TEMCONVT W-TEMSDP W-TEMJORN
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-TEMFUNC.
           OPEN INPUT CADHFUNC
           IF ST-ERRO2 NOT = "00"
              MOVE "N" TO W-TEMHFUNC.
           OPEN INPUT CADDEP
           IF ST-ERRO3 NOT = "00"
              MOVE "N" TO W-TEMDEP.
           OPEN INPUT CADPAG
           IF ST-ERRO4 NOT = "00"
              MOVE "N" TO W-TEMPAG.
           OPEN INPUT CADCHAVE
           IF ST-ERRO5 NOT = "00"
              MOVE "N" TO W-TEMCHAVE.
           OPEN INPUT CADOPER
           IF ST-ERRO6 NOT = "00"
              MOVE "N" TO W-TEMOPER.
           OPEN INPUT CADCLI
           IF ST-ERRO7 NOT = "00"
              MOVE "N" TO W-TEMCLI.
           OPEN INPUT CADVDA
           IF ST-ERRO8 NOT = "00"
              MOVE "N" TO W-TEMVDA.
           OPEN INPUT CADRECEB
           IF ST-ERRO9 NOT = "00"
              MOVE "N" TO W-TEMRECEB.
           OPEN INPUT CADAMIGO
           IF ST-ERRO10 NOT = "00"
              MOVE "N" TO W-TEMAMIGO.
           OPEN INPUT CADCONS
           IF ST-ERRO11 NOT = "00"
              MOVE "N" TO W-TEMCONS.
           OPEN INPUT CADADES
           IF ST-ERRO12 NOT = "00"
              MOVE "N" TO W-TEMADES.
           OPEN INPUT CADMENS
           IF ST-ERRO13 NOT = "00"
              MOVE "N" TO W-TEMMENS.
           OPEN INPUT CADCONVT
           IF ST-ERRO14 NOT = "00"
              MOVE "N" TO W-TEMCONVT.
           OPEN INPUT CADSOLDP
           IF ST-SDP NOT = "00"
              MOVE "N" TO W-TEMSDP.
           OPEN INPUT CADJORN
           IF ST-JORN NOT = "00"
              MOVE "N" TO W-TEMJORN.
       R0B.
           OPEN OUTPUT RELTITUL
           IF ST-ERRO15 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO RELATORIO RELTITUL.TXT"
              GO TO ROT-FIM.
           EVALUATE W-TIPOID
              WHEN 1 MOVE "CPF"          TO LTI-TIPO
              WHEN 2 MOVE "FUNCIONARIO"  TO LTI-TIPO
              WHEN 3 MOVE "CLIENTE"      TO LTI-TIPO
              WHEN 4 MOVE "APELIDO"      TO LTI-TIPO
           END-EVALUATE
           MOVE W-IDCHAVE TO LTI-ID
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJEDIA TO W-DDMMDIA
           MOVE W-HOJEMES TO W-DDMMMES
           MOVE W-HOJEANO TO W-DDMMANO
           MOVE W-DDMM    TO LTI-DATA
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-BRANCO.
      *
      *********************************************************
      * LOCALIZA OS TITULARES DO PEDIDO                        *
      *********************************************************
       R1.
           EVALUATE W-TIPOID
              WHEN 1 PERFORM ROT-ACHA-CPF THRU ROT-ACHA-CPF-FIM
              WHEN 2 IF W-TEMFUNC = "S"
                        MOVE W-COD5 TO CODFUNC
                        READ CADFUNC
                        IF ST-ERRO = "00"
                           MOVE "F" TO W-TITTIPO
                           MOVE W-COD5-R TO W-TITID
                           PERFORM ROT-GUARDA-TIT
                              THRU ROT-GUARDA-TIT-FIM
                        END-IF
                     END-IF
              WHEN 3 IF W-TEMCLI = "S"
                        MOVE W-COD5 TO CLI-COD
                        READ CADCLI
                        IF ST-ERRO7 = "00"
                           MOVE "C" TO W-TITTIPO
                           MOVE W-COD5-R TO W-TITID
                           PERFORM ROT-GUARDA-TIT
                              THRU ROT-GUARDA-TIT-FIM
                        END-IF
                     END-IF
              WHEN 4 IF W-TEMAMIGO = "S"
                        MOVE W-IDAPEL TO APELIDO
                        READ CADAMIGO
                        IF ST-ERRO10 = "00"
                           MOVE "A" TO W-TITTIPO
                           MOVE W-IDAPEL TO W-TITID
                           PERFORM ROT-GUARDA-TIT
                              THRU ROT-GUARDA-TIT-FIM
                        END-IF
                     END-IF
           END-EVALUATE
           IF W-TIPOID = 1
              MOVE "O CADAMIGO NAO GUARDA CPF - PESQUISE PELO APELIDO"
                                                       TO LAV-TEXTO
              WRITE LINHA-REL FROM LIN-AVISO.
           IF W-QTDTIT = ZEROS
              MOVE "NENHUM REGISTRO ENCONTRADO PARA A IDENTIFICACAO"
                                                       TO LAV-TEXTO
              WRITE LINHA-REL FROM LIN-AVISO
              GO TO R3.
           PERFORM R2 THRU R2-FIM
                   VARYING W-IDXT FROM 1 BY 1 UNTIL W-IDXT > W-QTDTIT.
           GO TO R3.
      *
       R2.
           MOVE TBT-CHAVE (W-IDXT) TO W-TITATUAL
           WRITE LINHA-REL FROM LIN-BRANCO
           IF W-TITTIPO = "F"
              PERFORM ROT-FUNC THRU ROT-FUNC-FIM.
           IF W-TITTIPO = "C"
              PERFORM ROT-CLI THRU ROT-CLI-FIM.
           IF W-TITTIPO = "A"
              PERFORM ROT-AMIGO THRU ROT-AMIGO-FIM.
           PERFORM ROT-JORNAL THRU ROT-JORNAL-FIM.
       R2-FIM.
           EXIT.
      *
      *    CPF: FUNCIONARIOS (CPFFUNC) E CLIENTES (CLI-DOC)
       ROT-ACHA-CPF.
           IF W-TEMFUNC NOT = "S"
              GO TO ROT-ACHA-CPF-CLI.
           MOVE "N" TO W-FIM
           PERFORM ROT-ACHA-CPF-F THRU ROT-ACHA-CPF-F-F
                   UNTIL W-FIM = "S".
       ROT-ACHA-CPF-CLI.
           IF W-TEMCLI NOT = "S"
              GO TO ROT-ACHA-CPF-FIM.
           MOVE "N" TO W-FIM
           PERFORM ROT-ACHA-CPF-C THRU ROT-ACHA-CPF-C-F
                   UNTIL W-FIM = "S".
       ROT-ACHA-CPF-FIM.
           EXIT.
       ROT-ACHA-CPF-F.
           READ CADFUNC NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO ROT-ACHA-CPF-F-F
           END-READ
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM
              GO TO ROT-ACHA-CPF-F-F.
           IF CPFFUNC NOT = W-IDNUM
              GO TO ROT-ACHA-CPF-F-F.
           MOVE "F" TO W-TITTIPO
           MOVE CODFUNC TO W-COD5
           MOVE W-COD5-R TO W-TITID
           PERFORM ROT-GUARDA-TIT THRU ROT-GUARDA-TIT-FIM.
       ROT-ACHA-CPF-F-F.
           EXIT.
       ROT-ACHA-CPF-C.
           READ CADCLI NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO ROT-ACHA-CPF-C-F
           END-READ
           IF ST-ERRO7 NOT = "00"
              MOVE "S" TO W-FIM
              GO TO ROT-ACHA-CPF-C-F.
           IF CLI-DOC NOT = W-IDNUM
              GO TO ROT-ACHA-CPF-C-F.
           MOVE "C" TO W-TITTIPO
           MOVE CLI-COD TO W-COD5
           MOVE W-COD5-R TO W-TITID
           PERFORM ROT-GUARDA-TIT THRU ROT-GUARDA-TIT-FIM.
       ROT-ACHA-CPF-C-F.
           EXIT.
      *
       ROT-GUARDA-TIT.
           IF W-QTDTIT NOT < 10
              GO TO ROT-GUARDA-TIT-FIM.
           ADD 1 TO W-QTDTIT
           MOVE W-TITATUAL TO TBT-CHAVE (W-QTDTIT).
       ROT-GUARDA-TIT-FIM.
           EXIT.
      *
      *********************************************************
      * FUNCIONARIO: CADFUNC, CADHFUNC, CADDEP, CADPAG,        *
      * CADCHAVE E CADOPER                                     *
      *********************************************************
       ROT-FUNC.
           MOVE W-TITID (1:5) TO W-COD5-R
           MOVE W-COD5 TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              GO TO ROT-FUNC-FIM.
           MOVE "FUNCIONARIO" TO LTT-TIPO
           MOVE W-TITID       TO LTT-ID
           MOVE NOME          TO LTT-NOME
           WRITE LINHA-REL FROM LIN-TITULAR
           MOVE NOME       TO LF1-NOME
           MOVE CPFFUNC    TO LF1-CPF
           MOVE SITFUNC    TO LF1-SIT
           WRITE LINHA-REL FROM LIN-FUNC1
           MOVE ENDERECO   TO LEN-CEP
           MOVE NENDRC     TO LEN-NUM
           MOVE COMPENDRC  TO LEN-COMPL
           WRITE LINHA-REL FROM LIN-ENDER
           MOVE EMAIL      TO LCT-EMAIL
           MOVE DDD        TO LCT-DDD
           MOVE NUMERO     TO LCT-NUMERO
           WRITE LINHA-REL FROM LIN-CONTATO
           MOVE BANCO      TO LF2-BANCO
           MOVE AGENCIA    TO LF2-AGENCIA
           MOVE CONTA      TO LF2-CONTA
           MOVE DTADMISSAO TO LF2-ADM
           MOVE DTDEMISSAO TO LF2-DEM
           MOVE MOTIVOAFAST TO LF2-MOTAF
           WRITE LINHA-REL FROM LIN-FUNC2
           ADD 1 TO W-QTDREG
           IF W-TEMHFUNC = "S"
              MOVE W-COD5 TO CODFUNC-H
              MOVE ZEROS  TO SEQHIST
              MOVE "N" TO W-FIM
              START CADHFUNC KEY IS NOT LESS CHAVEHIST
                    INVALID KEY
                       MOVE "S" TO W-FIM
              END-START
              PERFORM ROT-FUNC-HIST THRU ROT-FUNC-HIST-F
                      UNTIL W-FIM = "S".
           IF W-TEMDEP = "S"
              MOVE W-COD5 TO DEP-CODFUNC
              MOVE ZEROS  TO SEQDEP
              MOVE "N" TO W-FIM
              START CADDEP KEY IS NOT LESS CHAVEDEP
                    INVALID KEY
                       MOVE "S" TO W-FIM
              END-START
              PERFORM ROT-FUNC-DEP THRU ROT-FUNC-DEP-F
                      UNTIL W-FIM = "S".
           IF W-TEMPAG = "S"
              MOVE W-COD5 TO FUNC-COD
              MOVE ZEROS  TO ANOMES
              MOVE SPACES TO TIPOFOLHA
              MOVE "N" TO W-FIM
              START CADPAG KEY IS NOT LESS CHAVEPGTO
                    INVALID KEY
                       MOVE "S" TO W-FIM
              END-START
              PERFORM ROT-FUNC-PAG THRU ROT-FUNC-PAG-F
                      UNTIL W-FIM = "S".
           IF W-TEMCHAVE = "S"
              MOVE W-COD5 TO CHV-CODFUNC
              READ CADCHAVE
              IF ST-ERRO5 = "00"
                 MOVE CHV-TIPO  TO LCH-TIPO
                 MOVE CHV-VALOR TO LCH-VALOR
                 WRITE LINHA-REL FROM LIN-CHAVE
                 ADD 1 TO W-QTDREG.
      *    OPERADOR LIGADO AO FUNCIONARIO (OPER-CODFUNC)
           MOVE ZEROS TO W-OPERTIT
           IF W-TEMOPER = "S"
              MOVE ZEROS TO OPER-COD
              MOVE "N" TO W-FIM
              START CADOPER KEY IS NOT LESS OPER-COD
                    INVALID KEY
                       MOVE "S" TO W-FIM
              END-START
              PERFORM ROT-FUNC-OPER THRU ROT-FUNC-OPER-F
                      UNTIL W-FIM = "S".
       ROT-FUNC-FIM.
           EXIT.
       ROT-FUNC-HIST.
           READ CADHFUNC NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO ROT-FUNC-HIST-F
           END-READ
           IF ST-ERRO2 NOT = "00" OR CODFUNC-H NOT = W-COD5
              MOVE "S" TO W-FIM
              GO TO ROT-FUNC-HIST-F.
           MOVE SEQHIST     TO LHF-SEQ
           MOVE ANOALT-H    TO LHF-ANO
           MOVE MESDIAALT-H TO LHF-MESDIA
           MOVE CODAREA-H   TO LHF-AREA
           MOVE CODCARGO-H  TO LHF-CARGO
           MOVE SITFUNC-H   TO LHF-SIT
           WRITE LINHA-REL FROM LIN-HFUNC
           ADD 1 TO W-QTDREG.
       ROT-FUNC-HIST-F.
           EXIT.
       ROT-FUNC-DEP.
           READ CADDEP NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO ROT-FUNC-DEP-F
           END-READ
           IF ST-ERRO3 NOT = "00" OR DEP-CODFUNC NOT = W-COD5
              MOVE "S" TO W-FIM
              GO TO ROT-FUNC-DEP-F.
           MOVE SEQDEP      TO LDP-SEQ
           MOVE NOMEDEP     TO LDP-NOME
           MOVE DATANASCDEP TO LDP-NASC
           WRITE LINHA-REL FROM LIN-DEP
           ADD 1 TO W-QTDREG.
       ROT-FUNC-DEP-F.
           EXIT.
       ROT-FUNC-PAG.
           READ CADPAG NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO ROT-FUNC-PAG-F
           END-READ
           IF ST-ERRO4 NOT = "00" OR FUNC-COD NOT = W-COD5
              MOVE "S" TO W-FIM
              GO TO ROT-FUNC-PAG-F.
           MOVE MES       TO LPG-MES
           MOVE ANO       TO LPG-ANO
           MOVE TIPOFOLHA TO LPG-TIPO
           MOVE SALBRUTO  TO LPG-BRUTO
           MOVE SALLIQ    TO LPG-LIQ
           WRITE LINHA-REL FROM LIN-PAG
           ADD 1 TO W-QTDREG.
       ROT-FUNC-PAG-F.
           EXIT.
       ROT-FUNC-OPER.
           READ CADOPER NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO ROT-FUNC-OPER-F
           END-READ
           IF ST-ERRO6 NOT = "00"
              MOVE "S" TO W-FIM
              GO TO ROT-FUNC-OPER-F.
           IF OPER-CODFUNC NOT = W-COD5
              GO TO ROT-FUNC-OPER-F.
           MOVE OPER-COD TO W-OPERTIT
           MOVE "S" TO W-FIM.
       ROT-FUNC-OPER-F.
           EXIT.
      *
      *********************************************************
      * CLIENTE: CADCLI, VENDAS (CADVDA) E PARCELAS (CADRECEB) *
      *********************************************************
       ROT-CLI.
           MOVE W-TITID (1:5) TO W-COD5-R
           MOVE W-COD5 TO CLI-COD
           READ CADCLI
           IF ST-ERRO7 NOT = "00"
              GO TO ROT-CLI-FIM.
           MOVE "CLIENTE"  TO LTT-TIPO
           MOVE W-TITID    TO LTT-ID
           MOVE CLI-NOME   TO LTT-NOME
           WRITE LINHA-REL FROM LIN-TITULAR
           MOVE CLI-NOME   TO LCL-NOME
           MOVE CLI-DOC    TO LCL-DOC
           MOVE CLI-DDD    TO LCL-DDD
           MOVE CLI-NUMERO TO LCL-NUMERO
           WRITE LINHA-REL FROM LIN-CLI
           MOVE CLI-CEP    TO LEN-CEP
           MOVE CLI-NENDRC TO LEN-NUM
           MOVE CLI-COMPL  TO LEN-COMPL
           WRITE LINHA-REL FROM LIN-ENDER
           ADD 1 TO W-QTDREG
           MOVE ZEROS TO W-QTDPLACAS
           IF W-TEMVDA = "S"
              MOVE SPACES TO CHAVEVENDA
              MOVE "N" TO W-FIM
              START CADVDA KEY IS NOT LESS CHAVEVENDA
                    INVALID KEY
                       MOVE "S" TO W-FIM
              END-START
              PERFORM ROT-CLI-VDA THRU ROT-CLI-VDA-F
                      UNTIL W-FIM = "S".
           IF W-TEMRECEB = "S"
              MOVE SPACES TO CHAVERECEB
              MOVE "N" TO W-FIM
              START CADRECEB KEY IS NOT LESS CHAVERECEB
                    INVALID KEY
                       MOVE "S" TO W-FIM
              END-START
              PERFORM ROT-CLI-REC THRU ROT-CLI-REC-F
                      UNTIL W-FIM = "S".
       ROT-CLI-FIM.
           EXIT.
       ROT-CLI-VDA.
           READ CADVDA NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO ROT-CLI-VDA-F
           END-READ
           IF ST-ERRO8 NOT = "00"
              MOVE "S" TO W-FIM
              GO TO ROT-CLI-VDA-F.
           IF VDA-CODCLI NOT = W-COD5
              GO TO ROT-CLI-VDA-F.
           MOVE PLACA      TO LVD-PLACA
           MOVE DTAVENDA   TO LVD-DATA
           MOVE COMPRADOR  TO LVD-COMPRADOR
           MOVE VALORVENDA TO LVD-VALOR
           WRITE LINHA-REL FROM LIN-VDA
           ADD 1 TO W-QTDREG
           IF W-QTDPLACAS < 50
              ADD 1 TO W-QTDPLACAS
              MOVE PLACA TO TBP-PLACA (W-QTDPLACAS).
       ROT-CLI-VDA-F.
           EXIT.
       ROT-CLI-REC.
           READ CADRECEB NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO ROT-CLI-REC-F
           END-READ
           IF ST-ERRO9 NOT = "00"
              MOVE "S" TO W-FIM
              GO TO ROT-CLI-REC-F.
           IF REC-CODCLI NOT = W-COD5
              GO TO ROT-CLI-REC-F.
           MOVE REC-PLACA   TO LRC-PLACA
           MOVE REC-PARC    TO LRC-PARC
           MOVE REC-DTVENC  TO LRC-VENC
           MOVE REC-VALOR   TO LRC-VALOR
           MOVE REC-DTRECEB TO LRC-RECEB
           MOVE REC-SIT     TO LRC-SIT
           WRITE LINHA-REL FROM LIN-RECEB
           ADD 1 TO W-QTDREG.
       ROT-CLI-REC-F.
           EXIT.
      *
      *********************************************************
      * AMIGO: CADAMIGO, CADCONS, CADADES, CADMENS, CADCONVT   *
      *********************************************************
       ROT-AMIGO.
           MOVE W-TITID (1:12) TO APELIDO
           READ CADAMIGO
           IF ST-ERRO10 NOT = "00"
              GO TO ROT-AMIGO-FIM.
           MOVE "AMIGO"      TO LTT-TIPO
           MOVE W-TITID      TO LTT-ID
           MOVE NOME-AM      TO LTT-NOME
           WRITE LINHA-REL FROM LIN-TITULAR
           MOVE NOME-AM      TO LAM-NOME
           MOVE DATANASC1    TO LAM-NASC
           MOVE SEXO         TO LAM-SEXO
           MOVE GENERO       TO LAM-GENERO
           MOVE SITAMIGO     TO LAM-SIT
           WRITE LINHA-REL FROM LIN-AMIGO
           MOVE ENDERECO-AM  TO LEN-CEP
           MOVE NENDRC-AM    TO LEN-NUM
           MOVE COMPENDRC-AM TO LEN-COMPL
           WRITE LINHA-REL FROM LIN-ENDER
           MOVE EMAIL-AM     TO LCT-EMAIL
           MOVE ZEROS        TO LCT-DDD LCT-NUMERO
           WRITE LINHA-REL FROM LIN-CONTATO
           ADD 1 TO W-QTDREG
           IF W-TEMCONS = "S"
              MOVE APELIDO TO CON-APELIDO
              READ CADCONS
              IF ST-ERRO11 = "00"
                 MOVE CON-MALA  TO LCO-MALA
                 MOVE CON-EMAIL TO LCO-EMAIL
                 MOVE CON-ANIV  TO LCO-ANIV
                 MOVE CON-DTREG TO LCO-DTREG
                 WRITE LINHA-REL FROM LIN-CONS
                 ADD 1 TO W-QTDREG.
           IF W-TEMADES = "S"
              MOVE APELIDO TO ADS-APELIDO
              READ CADADES
              IF ST-ERRO12 = "00"
                 MOVE ADS-DTADESAO TO LAD-ADESAO
                 MOVE ADS-DTSAIDA  TO LAD-SAIDA
                 MOVE ADS-MOTIVO   TO LAD-MOTIVO
                 MOVE ADS-OBS      TO LAD-OBS
                 WRITE LINHA-REL FROM LIN-ADES
                 ADD 1 TO W-QTDREG.
           IF W-TEMMENS = "S"
              MOVE APELIDO TO MEN-APELIDO
              MOVE ZEROS   TO MEN-ANOMES
              MOVE "N" TO W-FIM
              START CADMENS KEY IS NOT LESS CHAVEMENS
                    INVALID KEY
                       MOVE "S" TO W-FIM
              END-START
              PERFORM ROT-AMIGO-MENS THRU ROT-AMIGO-MENS-F
                      UNTIL W-FIM = "S".
           IF W-TEMCONVT = "S"
              MOVE ZEROS  TO CVT-EVENTO
              MOVE SPACES TO CVT-APELIDO
              MOVE "N" TO W-FIM
              START CADCONVT KEY IS NOT LESS CHAVECONVT
                    INVALID KEY
                       MOVE "S" TO W-FIM
              END-START
              PERFORM ROT-AMIGO-CONV THRU ROT-AMIGO-CONV-F
                      UNTIL W-FIM = "S".
       ROT-AMIGO-FIM.
           EXIT.
       ROT-AMIGO-MENS.
           READ CADMENS NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO ROT-AMIGO-MENS-F
           END-READ
           IF ST-ERRO13 NOT = "00" OR MEN-APELIDO NOT = APELIDO
              MOVE "S" TO W-FIM
              GO TO ROT-AMIGO-MENS-F.
           MOVE MEN-ANOMES  TO LMN-ANOMES
           MOVE MEN-VALOR   TO LMN-VALOR
           MOVE MEN-DTPAGTO TO LMN-PAGTO
           WRITE LINHA-REL FROM LIN-MENS
           ADD 1 TO W-QTDREG.
       ROT-AMIGO-MENS-F.
           EXIT.
       ROT-AMIGO-CONV.
           READ CADCONVT NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO ROT-AMIGO-CONV-F
           END-READ
           IF ST-ERRO14 NOT = "00"
              MOVE "S" TO W-FIM
              GO TO ROT-AMIGO-CONV-F.
           IF CVT-APELIDO NOT = APELIDO
              GO TO ROT-AMIGO-CONV-F.
           MOVE CVT-EVENTO   TO LCV-EVENTO
           MOVE CVT-RSVP     TO LCV-RSVP
           MOVE CVT-PRESENTE TO LCV-PRESENTE
           WRITE LINHA-REL FROM LIN-CONVT
           ADD 1 TO W-QTDREG.
       ROT-AMIGO-CONV-F.
           EXIT.
      *
      *********************************************************
      * CADJORN: ACOES SOBRE OS REGISTROS DO TITULAR (CHAVE    *
      * GRAVADA PELOS PROGRAMAS) E, SE FOR OPERADOR, QUANTAS   *
      * ACOES ELE FEZ                                          *
      *********************************************************
       ROT-JORNAL.
           MOVE ZEROS TO W-QTDACOES
           IF W-TEMJORN NOT = "S"
              GO TO ROT-JORNAL-OPER.
           MOVE ZEROS TO JORN-DATA JORN-HORA JORN-SEQ
           MOVE "N" TO W-FIM
           START CADJORN KEY IS NOT LESS CHAVEJORN
                 INVALID KEY
                    MOVE "S" TO W-FIM.
           PERFORM ROT-JORNAL-V THRU ROT-JORNAL-V-F
                   UNTIL W-FIM = "S".
       ROT-JORNAL-OPER.
           IF W-TITTIPO NOT = "F" OR W-OPERTIT = ZEROS
              GO TO ROT-JORNAL-FIM.
           MOVE W-OPERTIT TO OPER-COD
           READ CADOPER
           MOVE W-OPERTIT  TO LOP-COD
           MOVE OPER-NOME  TO LOP-NOME
           MOVE W-QTDACOES TO LOP-ACOES
           WRITE LINHA-REL FROM LIN-OPER
           ADD 1 TO W-QTDREG.
       ROT-JORNAL-FIM.
           EXIT.
       ROT-JORNAL-V.
           READ CADJORN NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO ROT-JORNAL-V-F
           END-READ
           IF ST-JORN NOT = "00"
              MOVE "S" TO W-FIM
              GO TO ROT-JORNAL-V-F.
           IF W-OPERTIT NOT = ZEROS AND JORN-OPER = W-OPERTIT
              ADD 1 TO W-QTDACOES.
           MOVE "N" TO W-ACHOU
           IF W-TITTIPO = "A"
              IF JORN-CHREG (1:12) = W-TITID (1:12)
                 MOVE "S" TO W-ACHOU.
           IF W-TITTIPO = "F"
              IF JORN-CHREG (1:5) = W-TITID (1:5)
                 PERFORM ROT-CHK-ARQF THRU ROT-CHK-ARQF-FIM
                         VARYING W-IDXA FROM 1 BY 1
                         UNTIL W-IDXA > 8 OR W-ACHOU = "S".
           IF W-TITTIPO = "C"
              IF JORN-ARQ = "CADCLI  "
                 AND JORN-CHREG (1:5) = W-TITID (1:5)
                 MOVE "S" TO W-ACHOU
              ELSE
                 PERFORM ROT-CHK-PLACA THRU ROT-CHK-PLACA-FIM
                         VARYING W-IDXP FROM 1 BY 1
                         UNTIL W-IDXP > W-QTDPLACAS
                            OR W-ACHOU = "S".
           IF W-ACHOU NOT = "S"
              GO TO ROT-JORNAL-V-F.
           MOVE JORN-DATA   TO LJO-DATA
           MOVE JORN-HORA   TO LJO-HORA
           MOVE JORN-OPER   TO LJO-OPER
           MOVE JORN-PROG   TO LJO-PROG
           MOVE JORN-ARQ    TO LJO-ARQ
           MOVE JORN-ACAO   TO LJO-ACAO
           MOVE JORN-CHREG  TO LJO-CHREG
           MOVE JORN-RESUMO TO LJO-RESUMO
           WRITE LINHA-REL FROM LIN-JORN
           ADD 1 TO W-QTDREG.
       ROT-JORNAL-V-F.
           EXIT.
       ROT-CHK-ARQF.
           IF JORN-ARQ = TBA-ARQ (W-IDXA)
              MOVE "S" TO W-ACHOU.
       ROT-CHK-ARQF-FIM.
           EXIT.
      *    PLACA DE UMA VENDA DO CLIENTE, NOS ARQUIVOS DA VENDA
       ROT-CHK-PLACA.
           IF JORN-CHREG (1:7) NOT = TBP-PLACA (W-IDXP)
              GO TO ROT-CHK-PLACA-FIM.
           PERFORM ROT-CHK-ARQV THRU ROT-CHK-ARQV-FIM
                   VARYING W-IDXA FROM 1 BY 1
                   UNTIL W-IDXA > 6 OR W-ACHOU = "S".
       ROT-CHK-PLACA-FIM.
           EXIT.
       ROT-CHK-ARQV.
           IF JORN-ARQ = TBV-ARQ (W-IDXA)
              MOVE "S" TO W-ACHOU.
       ROT-CHK-ARQV-FIM.
           EXIT.
      *
      *********************************************************
      * HISTORICO DE SOLICITACOES: MESMA IDENTIFICACAO OU UM   *
      * DOS TITULARES ACHADOS                                  *
      *********************************************************
       R3.
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-SEC-HIST
           IF W-TEMSDP NOT = "S"
              GO TO R5.
           MOVE ZEROS TO SDP-DATA SDP-HORA SDP-SEQ
           MOVE "N" TO W-FIM
           START CADSOLDP KEY IS NOT LESS CHAVESDP
                 INVALID KEY
                    MOVE "S" TO W-FIM.
           PERFORM R4 THRU R4-FIM UNTIL W-FIM = "S".
           GO TO R5.
      *
       R4.
           READ CADSOLDP NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R4-FIM
           END-READ
           IF ST-SDP NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R4-FIM.
           MOVE "N" TO W-ACHOU
           IF SDP-TIPOID = W-TIPOID AND SDP-ID = W-IDCHAVE
              MOVE "S" TO W-ACHOU.
           IF W-ACHOU NOT = "S" AND SDP-TITULAR NOT = SPACES
              PERFORM ROT-CHK-TIT THRU ROT-CHK-TIT-FIM
                      VARYING W-IDXT FROM 1 BY 1
                      UNTIL W-IDXT > W-QTDTIT OR W-ACHOU = "S".
           IF W-ACHOU NOT = "S"
              GO TO R4-FIM.
           MOVE SDP-DATA    TO LHS-DATA
           MOVE SDP-HORA    TO LHS-HORA
           MOVE SDP-OPER    TO LHS-OPER
           MOVE SDP-PROG    TO LHS-PROG
           MOVE SDP-ACAO    TO LHS-ACAO
           MOVE SDP-TITULAR TO LHS-TITULAR
           MOVE SDP-OBS     TO LHS-OBS
           WRITE LINHA-REL FROM LIN-HIST
           ADD 1 TO W-QTDHIST.
       R4-FIM.
           EXIT.
       ROT-CHK-TIT.
           IF SDP-TITULAR = TBT-CHAVE (W-IDXT)
              MOVE "S" TO W-ACHOU.
       ROT-CHK-TIT-FIM.
           EXIT.
      *
       R5.
           WRITE LINHA-REL FROM LIN-BRANCO
           MOVE W-QTDREG TO LTO-QTD
           WRITE LINHA-REL FROM LIN-TOTAL.
      *
       ROT-FIM.
           IF W-TEMFUNC = "S"
              CLOSE CADFUNC.
           IF W-TEMHFUNC = "S"
              CLOSE CADHFUNC.
           IF W-TEMDEP = "S"
              CLOSE CADDEP.
           IF W-TEMPAG = "S"
              CLOSE CADPAG.
           IF W-TEMCHAVE = "S"
              CLOSE CADCHAVE.
           IF W-TEMOPER = "S"
              CLOSE CADOPER.
           IF W-TEMCLI = "S"
              CLOSE CADCLI.
           IF W-TEMVDA = "S"
              CLOSE CADVDA.
           IF W-TEMRECEB = "S"
              CLOSE CADRECEB.
           IF W-TEMAMIGO = "S"
              CLOSE CADAMIGO.
           IF W-TEMCONS = "S"
              CLOSE CADCONS.
           IF W-TEMADES = "S"
              CLOSE CADADES.
           IF W-TEMMENS = "S"
              CLOSE CADMENS.
           IF W-TEMCONVT = "S"
              CLOSE CADCONVT.
           IF W-TEMSDP = "S"
              CLOSE CADSOLDP.
           IF W-TEMJORN = "S"
              CLOSE CADJORN.
           IF ST-ERRO15 NOT = "00"
              GO TO ROT-FIM2.
           CLOSE RELTITUL
           PERFORM ROT-GRAVA-SOLIC THRU ROT-GRAVA-SOLIC-FIM
           MOVE W-IDCHAVE TO W-JCHAVE
           PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM
           DISPLAY "*** DADOS DO TITULAR GERADOS EM RELTITUL.TXT ***"
           DISPLAY "TITULARES ENCONTRADOS : " W-QTDTIT
           DISPLAY "REGISTROS LISTADOS    : " W-QTDREG.
      *    GUARDA A GERACAO NO SPOOL (VER SPOOLREG/CONSPOOL)
       ROT-SPOOL.
           CALL "SPOOLREG" USING W-SPRELID W-SPARQ.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *
      *********************************************************
      * REGISTRA A CONSULTA NO CADSOLDP (CHAVE DATA/HORA/SEQ,  *
      * COMO O CADJORN)                                        *
      *********************************************************
       ROT-GRAVA-SOLIC.
           OPEN I-O CADSOLDP
           IF ST-SDP NOT = "00"
              IF ST-SDP = "30"
                 OPEN OUTPUT CADSOLDP
                 CLOSE CADSOLDP
                 OPEN I-O CADSOLDP
              ELSE
                 GO TO ROT-GRAVA-SOLIC-FIM.
           PERFORM ROT-LE-OPERADOR THRU ROT-LE-OPERADOR-FIM
           ACCEPT SDP-DATA FROM DATE YYYYMMDD
           ACCEPT W-JHORA8 FROM TIME
           MOVE W-JHORA8 (1:6) TO SDP-HORA
           MOVE ZEROS     TO SDP-SEQ
           MOVE W-JOPER   TO SDP-OPER
           MOVE W-JPROG   TO SDP-PROG
           MOVE W-TIPOID  TO SDP-TIPOID
           MOVE W-IDCHAVE TO SDP-ID
           MOVE SPACES    TO SDP-TITULAR
           IF W-QTDTIT > ZEROS
              MOVE TBT-CHAVE (1) TO SDP-TITULAR.
           MOVE "C"       TO SDP-ACAO
           MOVE W-QTDREG  TO SDP-QTDREG
           MOVE W-QTDTIT  TO W-SDPQTDT
           MOVE W-SDPOBS  TO SDP-OBS.
       ROT-GRAVA-SOLIC-WR.
           WRITE REGSDP
           IF ST-SDP = "22"
              ADD 1 TO SDP-SEQ
              IF SDP-SEQ < 99
                 GO TO ROT-GRAVA-SOLIC-WR.
           CLOSE CADSOLDP.
       ROT-GRAVA-SOLIC-FIM.
           EXIT.
      *
      *    OPERADOR DA SESSAO (CADTRAVA)
       ROT-LE-OPERADOR.
           MOVE ZEROS TO W-JOPER
           OPEN INPUT CADTRAVA
           IF ST-TRAVA = "00"
              MOVE 1 TO TRAVA-COD
              READ CADTRAVA
              IF ST-TRAVA = "00"
                 MOVE TRAVA-OPERADOR TO W-JOPER
              END-IF
              CLOSE CADTRAVA.
       ROT-LE-OPERADOR-FIM.
           EXIT.
      *
      *********************************************************
      * JORNAL DE ACOES DO OPERADOR (CADJORN): REGISTRA A      *
      * CONSULTA AOS DADOS DO TITULAR. CONSULTA PELO REL035.   *
      *********************************************************
       ROT-GRAVA-JORNAL.
           PERFORM ROT-LE-OPERADOR THRU ROT-LE-OPERADOR-FIM
           ACCEPT W-JNDATA FROM DATE YYYYMMDD
           ACCEPT W-JHORA8 FROM TIME
           MOVE W-JHORA8 (1:6) TO W-JNHORA
           MOVE ZEROS   TO W-JNSEQ
           MOVE W-JOPER TO W-JNOPER
           MOVE W-JPROG TO W-JNPROG
           MOVE W-JARQ  TO W-JNARQ
           MOVE W-JACAO TO W-JNACAO
           MOVE W-JCHAVE TO W-JNCHREG
           MOVE W-JMOTIVO TO W-JNRESUMO.
      *    GRAVACAO ENCADEADA NO CADJORN (VER JORNREG)
           CALL "JORNREG" USING W-REGJORN ST-JORN.
       ROT-GRAVA-JORNAL-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    10 = FIM DE ARQUIVO (SEQUENCIAL)
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
