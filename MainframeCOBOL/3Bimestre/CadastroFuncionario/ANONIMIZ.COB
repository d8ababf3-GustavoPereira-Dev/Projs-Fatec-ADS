       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZ.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * ANONIMIZACAO DOS DADOS PESSOAIS DO TITULAR, A PEDIDO DELE.   *
      * IDENTIFICA COMO O REL110 (CPF, CODIGO DE FUNCIONARIO, CODIGO *
      * DE CLIENTE OU APELIDO) E, PARA CADA TITULAR ACHADO, VERIFICA *
      * SE AINDA HA OBRIGACAO DE GUARDA:                             *
      *  FUNCIONARIO - TEM DE ESTAR DESLIGADO (SITFUNC = D) E O      *
      *                DESLIGAMENTO E A ULTIMA FOLHA (CADPAG) TEM DE *
      *                TER MAIS DE N ANOS (PARAMETRO 032, PADRAO 5)  *
      *  CLIENTE     - SEM PARCELA EM ABERTO E A ULTIMA VENDA OU     *
      *                PARCELA COM MAIS DE N ANOS (PARAMETRO 033)    *
      *  AMIGO       - CANCELADO (SITAMIGO = C) COM A SAIDA NO       *
      *                CADADES, SEM MENSALIDADE EM ABERTO E A SAIDA  *
      *                OU ULTIMO PAGAMENTO COM MAIS DE N ANOS        *
      *                (PARAMETRO 034)                               *
      * DENTRO DO PRAZO O PEDIDO E RECUSADO, COM O MOTIVO E A DATA   *
      * EM QUE O REGISTRO FICA LIBERADO. FORA DELE, APOS CONFIRMACAO,*
      * O NOME VIRA "ANONIMIZADO" E SAO APAGADOS ENDERECO, CONTATO,  *
      * DADOS BANCARIOS, NASCIMENTO E OBSERVACOES. FICAM OS CODIGOS, *
      * O CPF/DOCUMENTO (GUARDA FISCAL) E OS VALORES DE FOLHA,       *
      * VENDAS, PARCELAS E MENSALIDADES. DEPENDENTES TEM NOME E      *
      * NASCIMENTO APAGADOS E A CHAVE PIX (CADCHAVE) E EXCLUIDA.     *
      * O CADJORN NUNCA E ALTERADO. TODO PEDIDO (ANONIMIZADO,        *
      * RECUSADO OU NAO CONFIRMADO) FICA NO CADSOLDP E NO CADJORN.   *
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
           SELECT CADDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEDEP
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT CADPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPGTO
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS SALBRUTO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS ANOMES WITH DUPLICATES.
      *
           SELECT CADCHAVE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHV-CODFUNC
                    FILE STATUS  IS ST-ERRO4.
      *
           SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLI-COD
                    FILE STATUS  IS ST-ERRO5
                    ALTERNATE RECORD KEY IS CLI-NOME
                                   WITH DUPLICATES.
      *
           SELECT CADVDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEVENDA
                    FILE STATUS  IS ST-ERRO6.
      *
           SELECT CADRECEB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVERECEB
                    FILE STATUS  IS ST-ERRO7.
      *
           SELECT CADAMIGO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APELIDO
                    FILE STATUS  IS ST-ERRO8.
      *
           SELECT CADCONS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CON-APELIDO
                    FILE STATUS  IS ST-ERRO9.
      *
           SELECT CADADES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ADS-APELIDO
                    FILE STATUS  IS ST-ERRO10.
      *
           SELECT CADMENS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMENS
                    FILE STATUS  IS ST-ERRO11.
      *
           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPARAM
                    FILE STATUS  IS ST-ERRO12.
      *
           SELECT CADSOLDP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVESDP
                    FILE STATUS  IS ST-SDP.
      *
           SELECT CADTRAVA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRAVA-COD
                    FILE STATUS  IS ST-TRAVA.
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
          03 ADS-DTSAIDA1     PIC 9(8).
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
       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
                03 CHAVEPARAM.
                   05 PARAM-COD      PIC 9(03).
                   05 PARAM-VIGEN    PIC 9(06).
                03 PARAM-DESC        PIC X(30).
                03 PARAM-VALOR       PIC 9(08)V99.
                03 PARAM-OPER        PIC 9(03).
                03 PARAM-DTALT       PIC 9(08).
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
       FD CADTRAVA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRAVA.DAT".
       01 REGTRAVA.
          03 TRAVA-COD        PIC 9(1).
          03 TRAVA-BATCH      PIC X(1).
          03 TRAVA-PROGBATCH  PIC X(8).
          03 TRAVA-ONLINE     PIC X(1).
          03 TRAVA-OPERADOR   PIC 9(3).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *    REGISTRO DO JORNAL, GRAVADO PELO JORNREG
       01 REGJORN.
          03 CHAVEJORN.
             05 JORN-DATA  PIC 9(8).
             05 JORN-HORA  PIC 9(6).
             05 JORN-SEQ   PIC 9(2).
          03 JORN-OPER     PIC 9(3).
          03 JORN-PROG     PIC X(8).
          03 JORN-ARQ      PIC X(8).
          03 JORN-ACAO     PIC X(1).
          03 JORN-CHREG    PIC X(14).
          03 JORN-RESUMO   PIC X(10).
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
       01 ST-SDP        PIC X(02) VALUE "00".
       01 ST-JORN       PIC X(02) VALUE "00".
       01 ST-TRAVA      PIC X(02) VALUE "00".
      *    ARQUIVOS PRESENTES (S/N)
       01 W-TEMFUNC     PIC X(01) VALUE "N".
       01 W-TEMDEP      PIC X(01) VALUE "N".
       01 W-TEMPAG      PIC X(01) VALUE "N".
       01 W-TEMCHAVE    PIC X(01) VALUE "N".
       01 W-TEMCLI      PIC X(01) VALUE "N".
       01 W-TEMVDA      PIC X(01) VALUE "N".
       01 W-TEMRECEB    PIC X(01) VALUE "N".
       01 W-TEMAMIGO    PIC X(01) VALUE "N".
       01 W-TEMCONS     PIC X(01) VALUE "N".
       01 W-TEMADES     PIC X(01) VALUE "N".
       01 W-TEMMENS     PIC X(01) VALUE "N".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-CONF        PIC X(01) VALUE SPACES.
       01 W-TIPOID      PIC 9(01) VALUE ZEROS.
       01 W-IDNUM       PIC 9(11) VALUE ZEROS.
       01 W-IDAPEL      PIC X(12) VALUE SPACES.
       01 W-IDCHAVE     PIC X(14) VALUE SPACES.
       01 W-COD5        PIC 9(05) VALUE ZEROS.
       01 W-COD5-R REDEFINES W-COD5 PIC X(05).
       01 W-IDXT        PIC 9(02) VALUE ZEROS.
       01 W-QTDALT      PIC 9(05) VALUE ZEROS.
       01 W-QTDABERTO   PIC 9(05) VALUE ZEROS.
       01 W-QTDANON     PIC 9(02) VALUE ZEROS.
       01 W-QTDRECUSA   PIC 9(02) VALUE ZEROS.
      *    TITULARES ACHADOS: F = FUNCIONARIO, C = CLIENTE,
      *    A = AMIGO + CODIGO OU APELIDO
       01 W-QTDTIT      PIC 9(02) VALUE ZEROS.
       01 TABTITULARES.
          03 TBT-CHAVE PIC X(14) OCCURS 10 TIMES VALUE SPACES.
       01 W-TITATUAL.
          03 W-TITTIPO     PIC X(01).
          03 W-TITID       PIC X(13).
      *    PRAZOS DE GUARDA (ANOS) E DATAS LIMITE (AAAAMMDD)
       01 W-PARAMCOD    PIC 9(03) VALUE ZEROS.
       01 W-PARAMVLR    PIC 9(08)V99 VALUE ZEROS.
       01 W-PARAMCOMP   PIC 9(06) VALUE ZEROS.
       01 W-ANOSF       PIC 9(02) VALUE 5.
       01 W-ANOSC       PIC 9(02) VALUE 5.
       01 W-ANOSA       PIC 9(02) VALUE 5.
       01 W-ANOS        PIC 9(02) VALUE ZEROS.
       01 W-LIMITE      PIC 9(08) VALUE ZEROS.
       01 W-DTREF       PIC 9(08) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
      *    CONVERSAO DE DATAS DDMMAAAA <-> AAAAMMDD
       01 W-CNVDDMM-G.
          03 W-CNVDIA      PIC 9(02).
          03 W-CNVMES      PIC 9(02).
          03 W-CNVANO      PIC 9(04).
       01 W-CNVDDMM REDEFINES W-CNVDDMM-G PIC 9(08).
       01 W-CNVAAAA-G.
          03 W-CNVANO2     PIC 9(04).
          03 W-CNVMES2     PIC 9(02).
          03 W-CNVDIA2     PIC 9(02).
       01 W-CNVAAAA REDEFINES W-CNVAAAA-G PIC 9(08).
      *    MOTIVO DA RECUSA
       01 W-MOTIVO      PIC X(50) VALUE SPACES.
       01 W-MSGPRAZO.
          03 FILLER        PIC X(14) VALUE "EM GUARDA ATE ".
          03 W-MPDATA      PIC 99/99/9999.
          03 FILLER        PIC X(02) VALUE " (".
          03 W-MPANOS      PIC Z9.
          03 FILLER        PIC X(18) VALUE " ANOS - PARAMETRO ".
          03 W-MPPARAM     PIC 9(03).
          03 FILLER        PIC X(01) VALUE ")".
      *    REGISTRO DO PEDIDO (CADSOLDP)
       01 W-SDPACAO     PIC X(01) VALUE SPACES.
       01 W-SDPOBS      PIC X(50) VALUE SPACES.
      *    JORNAL
       01 W-JOPER       PIC 9(03) VALUE ZEROS.
       01 W-JACAO       PIC X(01) VALUE "A".
       01 W-JCHAVE      PIC X(14) VALUE SPACES.
       01 W-JHORA8      PIC 9(08) VALUE ZEROS.
       01 W-JPROG       PIC X(08) VALUE "ANONIMIZ".
       01 W-JARQ        PIC X(08) VALUE SPACES.
       01 W-JMOTIVO     PIC X(10) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** ANONIMIZACAO DE DADOS PESSOAIS ***"
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
           MOVE "S" TO W-TEMFUNC W-TEMDEP W-TEMPAG W-TEMCHAVE
                       W-TEMCLI W-TEMVDA W-TEMRECEB W-TEMAMIGO
                       W-TEMCONS W-TEMADES W-TEMMENS
           OPEN I-O CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-TEMFUNC.
           OPEN I-O CADDEP
           IF ST-ERRO2 NOT = "00"
              MOVE "N" TO W-TEMDEP.
           OPEN INPUT CADPAG
           IF ST-ERRO3 NOT = "00"
              MOVE "N" TO W-TEMPAG.
           OPEN I-O CADCHAVE
           IF ST-ERRO4 NOT = "00"
              MOVE "N" TO W-TEMCHAVE.
           OPEN I-O CADCLI
           IF ST-ERRO5 NOT = "00"
              MOVE "N" TO W-TEMCLI.
           OPEN I-O CADVDA
           IF ST-ERRO6 NOT = "00"
              MOVE "N" TO W-TEMVDA.
           OPEN I-O CADRECEB
           IF ST-ERRO7 NOT = "00"
              MOVE "N" TO W-TEMRECEB.
           OPEN I-O CADAMIGO
           IF ST-ERRO8 NOT = "00"
              MOVE "N" TO W-TEMAMIGO.
           OPEN I-O CADCONS
           IF ST-ERRO9 NOT = "00"
              MOVE "N" TO W-TEMCONS.
           OPEN I-O CADADES
           IF ST-ERRO10 NOT = "00"
              MOVE "N" TO W-TEMADES.
           OPEN INPUT CADMENS
           IF ST-ERRO11 NOT = "00"
              MOVE "N" TO W-TEMMENS.
      *
      *********************************************************
      * PRAZOS DE GUARDA (CADPARAM 032/033/034, PADRAO 5 ANOS) *
      * E DATAS LIMITE = HOJE MENOS O PRAZO                    *
      *********************************************************
       R0B.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           OPEN INPUT CADPARAM
           IF ST-ERRO12 = "00"
              MOVE W-HOJE (1:6) TO W-PARAMCOMP
              MOVE 032 TO W-PARAMCOD
              PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
              IF W-PARAMVLR > ZEROS
                 MOVE W-PARAMVLR TO W-ANOSF
              END-IF
              MOVE 033 TO W-PARAMCOD
              PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
              IF W-PARAMVLR > ZEROS
                 MOVE W-PARAMVLR TO W-ANOSC
              END-IF
              MOVE 034 TO W-PARAMCOD
              PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
              IF W-PARAMVLR > ZEROS
                 MOVE W-PARAMVLR TO W-ANOSA
              END-IF
              CLOSE CADPARAM.
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
                        IF ST-ERRO5 = "00"
                           MOVE "C" TO W-TITTIPO
                           MOVE W-COD5-R TO W-TITID
                           PERFORM ROT-GUARDA-TIT
                              THRU ROT-GUARDA-TIT-FIM
                        END-IF
                     END-IF
              WHEN 4 IF W-TEMAMIGO = "S"
                        MOVE W-IDAPEL TO APELIDO
                        READ CADAMIGO
                        IF ST-ERRO8 = "00"
                           MOVE "A" TO W-TITTIPO
                           MOVE W-IDAPEL TO W-TITID
                           PERFORM ROT-GUARDA-TIT
                              THRU ROT-GUARDA-TIT-FIM
                        END-IF
                     END-IF
           END-EVALUATE
           IF W-QTDTIT = ZEROS
              DISPLAY "NENHUM TITULAR ENCONTRADO PARA A IDENTIFICACAO"
              MOVE SPACES TO W-TITATUAL
              MOVE ZEROS  TO W-QTDALT
              MOVE "R"    TO W-SDPACAO
              MOVE "NENHUM TITULAR ENCONTRADO" TO W-SDPOBS
              PERFORM ROT-GRAVA-SOLIC THRU ROT-GRAVA-SOLIC-FIM
              MOVE "CADSOLDP"   TO W-JARQ
              MOVE "C"          TO W-JACAO
              MOVE W-IDCHAVE    TO W-JCHAVE
              MOVE "RECUSA ANO" TO W-JMOTIVO
              PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM
              GO TO ROT-FIM.
           PERFORM R2 THRU R2-FIM
                   VARYING W-IDXT FROM 1 BY 1 UNTIL W-IDXT > W-QTDTIT.
           GO TO ROT-FIM.
      *
      *********************************************************
      * UM TITULAR: VERIFICA A GUARDA, CONFIRMA E ANONIMIZA    *
      *********************************************************
       R2.
           MOVE TBT-CHAVE (W-IDXT) TO W-TITATUAL
           MOVE SPACES TO W-MOTIVO
           MOVE ZEROS  TO W-QTDALT W-DTREF
           DISPLAY " "
           IF W-TITTIPO = "F"
              PERFORM ROT-VER-FUNC THRU ROT-VER-FUNC-FIM.
           IF W-TITTIPO = "C"
              PERFORM ROT-VER-CLI THRU ROT-VER-CLI-FIM.
           IF W-TITTIPO = "A"
              PERFORM ROT-VER-AMIGO THRU ROT-VER-AMIGO-FIM.
           IF W-MOTIVO NOT = SPACES
              GO TO R2-RECUSA.
      *    PRAZO DE GUARDA CONTADO DA ULTIMA MOVIMENTACAO
           IF W-DTREF NOT = ZEROS AND W-DTREF NOT < W-LIMITE
              COMPUTE W-CNVAAAA = W-DTREF + W-ANOS * 10000
              PERFORM ROT-CNV-DDMM THRU ROT-CNV-DDMM-FIM
              MOVE W-CNVDDMM TO W-MPDATA
              MOVE W-ANOS    TO W-MPANOS
              MOVE W-MSGPRAZO TO W-MOTIVO
              GO TO R2-RECUSA.
           DISPLAY "CONFIRMA A ANONIMIZACAO (S/N) : "
                   WITH NO ADVANCING
           ACCEPT W-CONF
           IF W-CONF NOT = "S" AND W-CONF NOT = "s"
              DISPLAY "ANONIMIZACAO NAO CONFIRMADA"
              MOVE "N" TO W-SDPACAO
              MOVE "ANONIMIZACAO NAO CONFIRMADA" TO W-SDPOBS
              MOVE "CADSOLDP"   TO W-JARQ
              MOVE "C"          TO W-JACAO
              MOVE W-TITATUAL   TO W-JCHAVE
              MOVE "DESIST.ANO" TO W-JMOTIVO
              GO TO R2-GRAVA.
           IF W-TITTIPO = "F"
              PERFORM ROT-ANON-FUNC THRU ROT-ANON-FUNC-FIM
              MOVE "CADFUNC"  TO W-JARQ.
           IF W-TITTIPO = "C"
              PERFORM ROT-ANON-CLI THRU ROT-ANON-CLI-FIM
              MOVE "CADCLI"   TO W-JARQ.
           IF W-TITTIPO = "A"
              PERFORM ROT-ANON-AMIGO THRU ROT-ANON-AMIGO-FIM
              MOVE "CADAMIGO" TO W-JARQ.
           DISPLAY "TITULAR ANONIMIZADO - REGISTROS ALTERADOS: "
                   W-QTDALT
           ADD 1 TO W-QTDANON
           MOVE "A" TO W-SDPACAO
           MOVE "DADOS PESSOAIS ANONIMIZADOS" TO W-SDPOBS
           MOVE "A"         TO W-JACAO
           MOVE W-TITID     TO W-JCHAVE
           MOVE "ANONIMIZ." TO W-JMOTIVO
           GO TO R2-GRAVA.
       R2-RECUSA.
           DISPLAY "PEDIDO RECUSADO: " W-MOTIVO
           ADD 1 TO W-QTDRECUSA
           MOVE "R"          TO W-SDPACAO
           MOVE W-MOTIVO     TO W-SDPOBS
           MOVE "CADSOLDP"   TO W-JARQ
           MOVE "C"          TO W-JACAO
           MOVE W-TITATUAL   TO W-JCHAVE
           MOVE "RECUSA ANO" TO W-JMOTIVO.
       R2-GRAVA.
           PERFORM ROT-GRAVA-SOLIC THRU ROT-GRAVA-SOLIC-FIM
           PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM.
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
           IF ST-ERRO5 NOT = "00"
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
      * FUNCIONARIO: DESLIGADO E ULTIMA MOVIMENTACAO (DATA DO  *
      * DESLIGAMENTO OU ULTIMA FOLHA NO CADPAG)                *
      *********************************************************
       ROT-VER-FUNC.
           MOVE W-TITID (1:5) TO W-COD5-R
           MOVE W-COD5 TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "FUNCIONARIO NAO ENCONTRADO NO CADFUNC" TO W-MOTIVO
              GO TO ROT-VER-FUNC-FIM.
           DISPLAY "FUNCIONARIO " W-COD5 " - " NOME
           IF NOME = "ANONIMIZADO"
              MOVE "REGISTRO JA ANONIMIZADO" TO W-MOTIVO
              GO TO ROT-VER-FUNC-FIM.
           IF SITFUNC NOT = "D"
              MOVE "FUNCIONARIO NAO DESLIGADO (SITFUNC DIFERENTE DE D)"
                                                       TO W-MOTIVO
              GO TO ROT-VER-FUNC-FIM.
           IF DTDEMISSAO = ZEROS
              MOVE "DATA DE DESLIGAMENTO NAO INFORMADA" TO W-MOTIVO
              GO TO ROT-VER-FUNC-FIM.
           MOVE DTDEMISSAO TO W-CNVDDMM
           PERFORM ROT-CNV-AAAA THRU ROT-CNV-AAAA-FIM
           MOVE W-CNVAAAA TO W-DTREF
           IF W-TEMPAG = "S"
              MOVE W-COD5 TO FUNC-COD
              MOVE ZEROS  TO ANOMES
              MOVE SPACES TO TIPOFOLHA
              MOVE "N" TO W-FIM
              START CADPAG KEY IS NOT LESS CHAVEPGTO
                    INVALID KEY
                       MOVE "S" TO W-FIM
              END-START
              PERFORM ROT-VER-FUNC-PAG THRU ROT-VER-FUNC-PAG-F
                      UNTIL W-FIM = "S".
           MOVE W-ANOSF TO W-ANOS
           MOVE 032     TO W-MPPARAM
           COMPUTE W-LIMITE = W-HOJE - W-ANOSF * 10000.
       ROT-VER-FUNC-FIM.
           EXIT.
       ROT-VER-FUNC-PAG.
           READ CADPAG NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO ROT-VER-FUNC-PAG-F
           END-READ
           IF ST-ERRO3 NOT = "00" OR FUNC-COD NOT = W-COD5
              MOVE "S" TO W-FIM
              GO TO ROT-VER-FUNC-PAG-F.
           COMPUTE W-CNVAAAA = ANO * 10000 + MES * 100 + 1
           IF W-CNVAAAA > W-DTREF
              MOVE W-CNVAAAA TO W-DTREF.
       ROT-VER-FUNC-PAG-F.
           EXIT.
      *
      *********************************************************
      * CLIENTE: SEM PARCELA EM ABERTO E ULTIMA VENDA OU       *
      * PARCELA (VENCIMENTO/RECEBIMENTO)                       *
      *********************************************************
       ROT-VER-CLI.
           MOVE W-TITID (1:5) TO W-COD5-R
           MOVE W-COD5 TO CLI-COD
           READ CADCLI
           IF ST-ERRO5 NOT = "00"
              MOVE "CLIENTE NAO ENCONTRADO NO CADCLI" TO W-MOTIVO
              GO TO ROT-VER-CLI-FIM.
           DISPLAY "CLIENTE " W-COD5 " - " CLI-NOME
           IF CLI-NOME = "ANONIMIZADO"
              MOVE "REGISTRO JA ANONIMIZADO" TO W-MOTIVO
              GO TO ROT-VER-CLI-FIM.
           IF W-TEMVDA = "S"
              MOVE SPACES TO CHAVEVENDA
              MOVE "N" TO W-FIM
              START CADVDA KEY IS NOT LESS CHAVEVENDA
                    INVALID KEY
                       MOVE "S" TO W-FIM
              END-START
              PERFORM ROT-VER-CLI-VDA THRU ROT-VER-CLI-VDA-F
                      UNTIL W-FIM = "S".
           MOVE ZEROS TO W-QTDABERTO
           IF W-TEMRECEB = "S"
              MOVE SPACES TO CHAVERECEB
              MOVE "N" TO W-FIM
              START CADRECEB KEY IS NOT LESS CHAVERECEB
                    INVALID KEY
                       MOVE "S" TO W-FIM
              END-START
              PERFORM ROT-VER-CLI-REC THRU ROT-VER-CLI-REC-F
                      UNTIL W-FIM = "S".
           IF W-QTDABERTO > ZEROS
              MOVE "EXISTEM PARCELAS EM ABERTO (CADRECEB)" TO W-MOTIVO
              GO TO ROT-VER-CLI-FIM.
           MOVE W-ANOSC TO W-ANOS
           MOVE 033     TO W-MPPARAM
           COMPUTE W-LIMITE = W-HOJE - W-ANOSC * 10000.
       ROT-VER-CLI-FIM.
           EXIT.
       ROT-VER-CLI-VDA.
           READ CADVDA NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO ROT-VER-CLI-VDA-F
           END-READ
           IF ST-ERRO6 NOT = "00"
              MOVE "S" TO W-FIM
              GO TO ROT-VER-CLI-VDA-F.
           IF VDA-CODCLI NOT = W-COD5
              GO TO ROT-VER-CLI-VDA-F.
           COMPUTE W-CNVAAAA = VDA-ANO * 10000 + VDA-MES * 100
                             + VDA-DIA
           IF W-CNVAAAA > W-DTREF
              MOVE W-CNVAAAA TO W-DTREF.
       ROT-VER-CLI-VDA-F.
           EXIT.
       ROT-VER-CLI-REC.
           READ CADRECEB NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO ROT-VER-CLI-REC-F
           END-READ
           IF ST-ERRO7 NOT = "00"
              MOVE "S" TO W-FIM
              GO TO ROT-VER-CLI-REC-F.
           IF REC-CODCLI NOT = W-COD5
              GO TO ROT-VER-CLI-REC-F.
           IF REC-DTRECEB = ZEROS AND REC-SIT NOT = "R"
              ADD 1 TO W-QTDABERTO.
           MOVE REC-DTVENC TO W-CNVDDMM
           PERFORM ROT-CNV-AAAA THRU ROT-CNV-AAAA-FIM
           IF W-CNVAAAA > W-DTREF
              MOVE W-CNVAAAA TO W-DTREF.
           IF REC-DTRECEB = ZEROS
              GO TO ROT-VER-CLI-REC-F.
           MOVE REC-DTRECEB TO W-CNVDDMM
           PERFORM ROT-CNV-AAAA THRU ROT-CNV-AAAA-FIM
           IF W-CNVAAAA > W-DTREF
              MOVE W-CNVAAAA TO W-DTREF.
       ROT-VER-CLI-REC-F.
           EXIT.
      *
      *********************************************************
      * AMIGO: CANCELADO, SAIDA NO CADADES, SEM MENSALIDADE EM *
      * ABERTO E ULTIMA MOVIMENTACAO (SAIDA OU PAGAMENTO)      *
      *********************************************************
       ROT-VER-AMIGO.
           MOVE W-TITID (1:12) TO APELIDO
           READ CADAMIGO
           IF ST-ERRO8 NOT = "00"
              MOVE "AMIGO NAO ENCONTRADO NO CADAMIGO" TO W-MOTIVO
              GO TO ROT-VER-AMIGO-FIM.
           DISPLAY "AMIGO " APELIDO " - " NOME-AM
           IF NOME-AM = "ANONIMIZADO"
              MOVE "REGISTRO JA ANONIMIZADO" TO W-MOTIVO
              GO TO ROT-VER-AMIGO-FIM.
           IF SITAMIGO NOT = "C"
              MOVE "AMIGO NAO CANCELADO - REGISTRAR A SAIDA (CADSAIDA)"
                                                       TO W-MOTIVO
              GO TO ROT-VER-AMIGO-FIM.
           MOVE ZEROS TO ADS-DTSAIDA1
           IF W-TEMADES = "S"
              MOVE APELIDO TO ADS-APELIDO
              READ CADADES
              IF ST-ERRO10 NOT = "00"
                 MOVE ZEROS TO ADS-DTSAIDA1.
           IF ADS-DTSAIDA1 = ZEROS
              MOVE "SAIDA DO AMIGO NAO REGISTRADA NO CADADES"
                                                       TO W-MOTIVO
              GO TO ROT-VER-AMIGO-FIM.
           MOVE ADS-DTSAIDA1 TO W-CNVDDMM
           PERFORM ROT-CNV-AAAA THRU ROT-CNV-AAAA-FIM
           MOVE W-CNVAAAA TO W-DTREF
           MOVE ZEROS TO W-QTDABERTO
           IF W-TEMMENS = "S"
              MOVE APELIDO TO MEN-APELIDO
              MOVE ZEROS   TO MEN-ANOMES
              MOVE "N" TO W-FIM
              START CADMENS KEY IS NOT LESS CHAVEMENS
                    INVALID KEY
                       MOVE "S" TO W-FIM
              END-START
              PERFORM ROT-VER-AMIGO-MENS THRU ROT-VER-AMIGO-MENS-F
                      UNTIL W-FIM = "S".
           IF W-QTDABERTO > ZEROS
              MOVE "EXISTEM MENSALIDADES EM ABERTO (CADMENS)"
                                                       TO W-MOTIVO
              GO TO ROT-VER-AMIGO-FIM.
           MOVE W-ANOSA TO W-ANOS
           MOVE 034     TO W-MPPARAM
           COMPUTE W-LIMITE = W-HOJE - W-ANOSA * 10000.
       ROT-VER-AMIGO-FIM.
           EXIT.
       ROT-VER-AMIGO-MENS.
           READ CADMENS NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO ROT-VER-AMIGO-MENS-F
           END-READ
           IF ST-ERRO11 NOT = "00" OR MEN-APELIDO NOT = APELIDO
              MOVE "S" TO W-FIM
              GO TO ROT-VER-AMIGO-MENS-F.
           IF MEN-DTPAGTO = ZEROS
              ADD 1 TO W-QTDABERTO
              GO TO ROT-VER-AMIGO-MENS-F.
           MOVE MEN-DTPAGTO TO W-CNVDDMM
           PERFORM ROT-CNV-AAAA THRU ROT-CNV-AAAA-FIM
           IF W-CNVAAAA > W-DTREF
              MOVE W-CNVAAAA TO W-DTREF.
       ROT-VER-AMIGO-MENS-F.
           EXIT.
      *
      *********************************************************
      * ANONIMIZACAO DO FUNCIONARIO: CADFUNC, DEPENDENTES E    *
      * EXCLUSAO DA CHAVE PIX. CPF, HISTORICO E FOLHA FICAM.   *
      *********************************************************
       ROT-ANON-FUNC.
           MOVE "ANONIMIZADO" TO NOME
           MOVE ZEROS  TO ENDERECO NENDRC DDD NUMERO BANCO AGENCIA
           MOVE SPACES TO COMPENDRC EMAIL CONTA MOTIVOAFAST
           REWRITE REGFUNC
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO CADFUNC " ST-ERRO
              GO TO ROT-ANON-FUNC-FIM.
           ADD 1 TO W-QTDALT
           IF W-TEMDEP = "S"
              MOVE W-COD5 TO DEP-CODFUNC
              MOVE ZEROS  TO SEQDEP
              MOVE "N" TO W-FIM
              START CADDEP KEY IS NOT LESS CHAVEDEP
                    INVALID KEY
                       MOVE "S" TO W-FIM
              END-START
              PERFORM ROT-ANON-DEP THRU ROT-ANON-DEP-F
                      UNTIL W-FIM = "S".
           IF W-TEMCHAVE = "S"
              MOVE W-COD5 TO CHV-CODFUNC
              READ CADCHAVE
              IF ST-ERRO4 = "00"
                 DELETE CADCHAVE RECORD
                 IF ST-ERRO4 = "00"
                    ADD 1 TO W-QTDALT.
       ROT-ANON-FUNC-FIM.
           EXIT.
       ROT-ANON-DEP.
           READ CADDEP NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO ROT-ANON-DEP-F
           END-READ
           IF ST-ERRO2 NOT = "00" OR DEP-CODFUNC NOT = W-COD5
              MOVE "S" TO W-FIM
              GO TO ROT-ANON-DEP-F.
           MOVE "ANONIMIZADO" TO NOMEDEP
           MOVE ZEROS TO DATANASCDEP
           REWRITE REGDEP
           IF ST-ERRO2 = "00"
              ADD 1 TO W-QTDALT.
       ROT-ANON-DEP-F.
           EXIT.
      *
      *********************************************************
      * ANONIMIZACAO DO CLIENTE: CADCLI E NOME DO COMPRADOR NAS*
      * VENDAS E PARCELAS. DOCUMENTO E VALORES FICAM.          *
      *********************************************************
       ROT-ANON-CLI.
           MOVE "ANONIMIZADO" TO CLI-NOME
           MOVE ZEROS  TO CLI-DDD CLI-NUMERO CLI-CEP CLI-NENDRC
           MOVE SPACES TO CLI-COMPL
           REWRITE REGCLI
           IF ST-ERRO5 NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO CADCLI " ST-ERRO5
              GO TO ROT-ANON-CLI-FIM.
           ADD 1 TO W-QTDALT
           IF W-TEMVDA = "S"
              MOVE SPACES TO CHAVEVENDA
              MOVE "N" TO W-FIM
              START CADVDA KEY IS NOT LESS CHAVEVENDA
                    INVALID KEY
                       MOVE "S" TO W-FIM
              END-START
              PERFORM ROT-ANON-VDA THRU ROT-ANON-VDA-F
                      UNTIL W-FIM = "S".
           IF W-TEMRECEB = "S"
              MOVE SPACES TO CHAVERECEB
              MOVE "N" TO W-FIM
              START CADRECEB KEY IS NOT LESS CHAVERECEB
                    INVALID KEY
                       MOVE "S" TO W-FIM
              END-START
              PERFORM ROT-ANON-REC THRU ROT-ANON-REC-F
                      UNTIL W-FIM = "S".
       ROT-ANON-CLI-FIM.
           EXIT.
       ROT-ANON-VDA.
           READ CADVDA NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO ROT-ANON-VDA-F
           END-READ
           IF ST-ERRO6 NOT = "00"
              MOVE "S" TO W-FIM
              GO TO ROT-ANON-VDA-F.
           IF VDA-CODCLI NOT = W-COD5
              GO TO ROT-ANON-VDA-F.
           MOVE "ANONIMIZADO" TO COMPRADOR
           REWRITE REGVENDA
           IF ST-ERRO6 = "00"
              ADD 1 TO W-QTDALT.
       ROT-ANON-VDA-F.
           EXIT.
       ROT-ANON-REC.
           READ CADRECEB NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO ROT-ANON-REC-F
           END-READ
           IF ST-ERRO7 NOT = "00"
              MOVE "S" TO W-FIM
              GO TO ROT-ANON-REC-F.
           IF REC-CODCLI NOT = W-COD5
              GO TO ROT-ANON-REC-F.
           MOVE "ANONIMIZADO" TO REC-COMPRADOR
           REWRITE REGRECEB
           IF ST-ERRO7 = "00"
              ADD 1 TO W-QTDALT.
       ROT-ANON-REC-F.
           EXIT.
      *
      *********************************************************
      * ANONIMIZACAO DO AMIGO: CADAMIGO, CONSENTIMENTOS (TODOS *
      * NEGADOS) E OBSERVACAO DA SAIDA. APELIDO, INDICADOR,    *
      * MENSALIDADES E CONVITES FICAM.                         *
      *********************************************************
       ROT-ANON-AMIGO.
           MOVE "ANONIMIZADO" TO NOME-AM
           MOVE SPACES TO EMAIL-AM SEXO GENERO COMPENDRC-AM
           MOVE ZEROS  TO DATANASC1 ENDERECO-AM NENDRC-AM
           REWRITE REGAMIGO
           IF ST-ERRO8 NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO CADAMIGO " ST-ERRO8
              GO TO ROT-ANON-AMIGO-FIM.
           ADD 1 TO W-QTDALT
           IF W-TEMCONS = "S"
              MOVE APELIDO TO CON-APELIDO
              READ CADCONS
              IF ST-ERRO9 = "00"
                 MOVE "N" TO CON-MALA CON-EMAIL CON-ANIV
                 REWRITE REGCONS
                 IF ST-ERRO9 = "00"
                    ADD 1 TO W-QTDALT.
           IF W-TEMADES = "S"
              MOVE APELIDO TO ADS-APELIDO
              READ CADADES
              IF ST-ERRO10 = "00"
                 MOVE SPACES TO ADS-OBS
                 REWRITE REGADES
                 IF ST-ERRO10 = "00"
                    ADD 1 TO W-QTDALT.
       ROT-ANON-AMIGO-FIM.
           EXIT.
      *
      *    DDMMAAAA (W-CNVDDMM) PARA AAAAMMDD (W-CNVAAAA)
       ROT-CNV-AAAA.
           MOVE W-CNVANO TO W-CNVANO2
           MOVE W-CNVMES TO W-CNVMES2
           MOVE W-CNVDIA TO W-CNVDIA2.
       ROT-CNV-AAAA-FIM.
           EXIT.
      *    AAAAMMDD (W-CNVAAAA) PARA DDMMAAAA (W-CNVDDMM)
       ROT-CNV-DDMM.
           MOVE W-CNVANO2 TO W-CNVANO
           MOVE W-CNVMES2 TO W-CNVMES
           MOVE W-CNVDIA2 TO W-CNVDIA.
       ROT-CNV-DDMM-FIM.
           EXIT.
      *
       ROT-FIM.
           IF W-TEMFUNC = "S"
              CLOSE CADFUNC.
           IF W-TEMDEP = "S"
              CLOSE CADDEP.
           IF W-TEMPAG = "S"
              CLOSE CADPAG.
           IF W-TEMCHAVE = "S"
              CLOSE CADCHAVE.
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
           DISPLAY " "
           DISPLAY "*** FIM DA ANONIMIZACAO ***"
           DISPLAY "TITULARES ENCONTRADOS : " W-QTDTIT
           DISPLAY "TITULARES ANONIMIZADOS: " W-QTDANON
           DISPLAY "PEDIDOS RECUSADOS     : " W-QTDRECUSA.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *
      *********************************************************
      * BUSCA O PARAMETRO W-PARAMCOD EM CADPARAM E DEVOLVE O   *
      * VALOR EM W-PARAMVLR (ZEROS QUANDO NAO CADASTRADO): O   *
      * DA MAIOR VIGENCIA QUE NAO ULTRAPASSE A COMPETENCIA     *
      * W-PARAMCOMP                                            *
      *********************************************************
       ROT-BUSCA-PARAM.
           MOVE ZEROS TO W-PARAMVLR
           MOVE W-PARAMCOD TO PARAM-COD
           MOVE ZEROS      TO PARAM-VIGEN
           START CADPARAM KEY IS NOT LESS CHAVEPARAM
                 INVALID KEY
                    GO TO ROT-BUSCA-PARAM-FIM.
       ROT-BUSCA-PARAM-RD.
           READ CADPARAM NEXT RECORD
                AT END
                   GO TO ROT-BUSCA-PARAM-FIM
           END-READ
           IF ST-ERRO12 NOT = "00" OR PARAM-COD NOT = W-PARAMCOD
              OR PARAM-VIGEN > W-PARAMCOMP
              GO TO ROT-BUSCA-PARAM-FIM.
           MOVE PARAM-VALOR TO W-PARAMVLR
           GO TO ROT-BUSCA-PARAM-RD.
       ROT-BUSCA-PARAM-FIM.
           EXIT.
      *
      *********************************************************
      * REGISTRA O PEDIDO NO CADSOLDP (CHAVE DATA/HORA/SEQ,    *
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
           MOVE ZEROS      TO SDP-SEQ
           MOVE W-JOPER    TO SDP-OPER
           MOVE W-JPROG    TO SDP-PROG
           MOVE W-TIPOID   TO SDP-TIPOID
           MOVE W-IDCHAVE  TO SDP-ID
           MOVE W-TITATUAL TO SDP-TITULAR
           MOVE W-SDPACAO  TO SDP-ACAO
           MOVE W-QTDALT   TO SDP-QTDREG
           MOVE W-SDPOBS   TO SDP-OBS.
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
      * JORNAL DE ACOES DO OPERADOR (CADJORN): ANONIMIZACAO    *
      * (ARQUIVO DO TITULAR) OU RECUSA/DESISTENCIA (CADSOLDP). *
      * CONSULTA PELO REL035.                                  *
      *********************************************************
       ROT-GRAVA-JORNAL.
           PERFORM ROT-LE-OPERADOR THRU ROT-LE-OPERADOR-FIM
           ACCEPT JORN-DATA FROM DATE YYYYMMDD
           ACCEPT W-JHORA8 FROM TIME
           MOVE W-JHORA8 (1:6) TO JORN-HORA
           MOVE ZEROS   TO JORN-SEQ
           MOVE W-JOPER TO JORN-OPER
           MOVE W-JPROG TO JORN-PROG
           MOVE W-JARQ  TO JORN-ARQ
           MOVE W-JACAO TO JORN-ACAO
           MOVE W-JCHAVE TO JORN-CHREG
           MOVE W-JMOTIVO TO JORN-RESUMO.
      *    GRAVACAO ENCADEADA NO CADJORN (VER JORNREG)
           CALL "JORNREG" USING REGJORN ST-JORN.
       ROT-GRAVA-JORNAL-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    10 = FIM DE ARQUIVO (SEQUENCIAL)
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
