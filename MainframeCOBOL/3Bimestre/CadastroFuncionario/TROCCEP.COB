       IDENTIFICATION DIVISION.
       PROGRAM-ID. TROCCEP.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * TROCA DE CEP EM LOTE - QUANDO OS CORREIOS TROCAM OU DIVIDEM  *
      * UM CEP, LE AS TROCAS DE TROCCEP.TXT, ACERTA O CADCEP E MUDA  *
      * OS ENDERECOS DO CADFUNC (ENDERECO/NENDRC), CADAMIGO          *
      * (ENDERECO/NENDRC) E CADCLI (CLI-CEP/CLI-NENDRC) QUE APONTAM  *
      * PARA O CEP ANTIGO. CADA LINHA DE TROCCEP.TXT:                *
      *   CEP ANTIGO 9(8), CEP NOVO 9(8), NUMERO INICIAL 9(5),       *
      *   NUMERO FINAL 9(5) E, SE O CEP NOVO AINDA NAO EXISTIR NO    *
      *   CADCEP, LOGRADOURO X(30), BAIRRO X(20), CIDADE X(20) E UF  *
      *   X(2) DO CEP NOVO (EM BRANCO = COPIA OS DO CEP ANTIGO).     *
      * FAIXA EM BRANCO OU ZERADA = O CEP INTEIRO MUDA. UM CEP       *
      * DIVIDIDO VEM EM VARIAS LINHAS, UMA POR FAIXA DE NUMEROS      *
      * (NUMERO FINAL ZERADO = ATE O FIM DA RUA); AS FAIXAS DE UM    *
      * MESMO CEP ANTIGO NAO PODEM SE SOBREPOR. O ENDERECO DE CEP    *
      * DIVIDIDO SEM NUMERO OU COM NUMERO FORA DE TODAS AS FAIXAS    *
      * NAO E MUDADO: SAI NO RELATORIO PARA REVISAO MANUAL.          *
      * CADA REGISTRO E LIDO UMA VEZ SO: TROCAS EM CADEIA (A PARA B  *
      * E B PARA C) PRECISAM DE DUAS EXECUCOES.                      *
      * NO FIM, O CEP ANTIGO SEM NENHUM ENDERECO PENDENTE SAI DO     *
      * CADCEP; O QUE AINDA TEM ENDERECO APONTANDO PARA ELE FICA E   *
      * E LISTADO. COM ERRO DE ABERTURA OU LEITURA NUM ARQUIVO DE    *
      * ENDERECO NENHUM CEP ANTIGO E EXCLUIDO (RODAR DE NOVO).       *
      * RELATORIO EM RELTCEP.TXT (SPOOL) E CADA ALTERACAO NO         *
      * CADJORN. RODAR NA JANELA DE BATCH (TRAVA DO CADTRAVA).       *
      * O REL034 APONTA OS ENDERECOS QUE AINDA FICAREM COM CEP FORA  *
      * DO CADCEP.                                                   *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TROCCEP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP-NUMCEP
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS CEP-LOGRA
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CEP-CIDADE
                                   WITH DUPLICATES.
      *
           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFUNC
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS CODAREA WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODCARGO WITH DUPLICATES.
      *
           SELECT CADAMIGO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APELIDO
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
           SELECT CADTRAVA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRAVA-COD
                    FILE STATUS  IS ST-TRAVA.
      *
           SELECT RELTCEP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD TROCCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TROCCEP.TXT".
       01 REGTROCA.
                03 TRC-CEPANT        PIC 9(08).
                03 TRC-CEPNOVO       PIC 9(08).
                03 TRC-FAIXA.
                   05 TRC-NUMINI     PIC 9(05).
                   05 TRC-NUMFIM     PIC 9(05).
                03 TRC-DADOSCEP.
                   05 TRC-LOGRA      PIC X(30).
                   05 TRC-BAIRRO     PIC X(20).
                   05 TRC-CIDADE     PIC X(20).
                   05 TRC-UF         PIC X(02).
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
       FD RELTCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELTCEP.TXT".
       01 LINHA-REL PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "TROCCE".
       01 W-SPARQ       PIC X(14) VALUE "RELTCEP.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-TRAVA      PIC X(02) VALUE "00".
       01 W-TEMTRAVA    PIC X(01) VALUE "N".
       01 W-TRAVADO     PIC X(01) VALUE "N".
       01 ST-JORN       PIC X(02) VALUE "00".
       01 W-JOPER       PIC 9(03) VALUE ZEROS.
       01 W-JHORA8      PIC 9(08) VALUE ZEROS.
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
       01 W-JRESUMO.
          03 FILLER        PIC X(02) VALUE "P/".
          03 W-JRCEP       PIC 9(08) VALUE ZEROS.
      *    ARQUIVOS DE ENDERECO PRESENTES (S/N)
       01 W-TEMFUNC     PIC X(01) VALUE "N".
       01 W-TEMAMIGO    PIC X(01) VALUE "N".
       01 W-TEMCLI      PIC X(01) VALUE "N".
       01 W-FIM         PIC X(01) VALUE "N".
      *    ARQUIVO DE ENDERECO NAO LIDO ATE O FIM (ERRO DE ABERTURA
      *    OU DE LEITURA): NENHUM CEP ANTIGO SAI DO CADCEP
       01 W-INCOMPLETO  PIC X(01) VALUE "N".
      *    TROCAS ACEITAS DE TROCCEP.TXT. TB-FAIXA = "N" QUANDO O CEP
      *    INTEIRO MUDA; TB-IDXPRIM APONTA A PRIMEIRA LINHA DO MESMO
      *    CEP ANTIGO, ONDE FICA A CONTAGEM DE ENDERECOS PENDENTES
       01 W-QTDTAB      PIC 9(03) VALUE ZEROS.
       01 TABTROCA.
          03 TB-TROCA OCCURS 200 TIMES.
             05 TB-CEPANT     PIC 9(08).
             05 TB-CEPNOVO    PIC 9(08).
             05 TB-NUMINI     PIC 9(05).
             05 TB-NUMFIM     PIC 9(05).
             05 TB-FAIXA      PIC X(01).
             05 TB-IDXPRIM    PIC 9(03).
             05 TB-QTDMOV     PIC 9(06).
             05 TB-QTDRESTA   PIC 9(06).
       01 W-IDX         PIC 9(03) VALUE ZEROS.
       01 W-IDXACHOU    PIC 9(03) VALUE ZEROS.
       01 W-IDXPRIM     PIC 9(03) VALUE ZEROS.
      *    LINHA LIDA: FAIXA PEDIDA (S/N) E MOTIVO DA RECUSA
       01 W-LINFAIXA    PIC X(01) VALUE "N".
       01 W-MOTIVO      PIC X(39) VALUE SPACES.
      *    ENDERECO DO REGISTRO LIDO E RESULTADO DA PROCURA:
      *    T = TROCAR (W-IDXACHOU), R = REVISAR, N = CEP NAO TROCADO
       01 W-CEPREG      PIC 9(08) VALUE ZEROS.
       01 W-NUMREG      PIC 9(05) VALUE ZEROS.
       01 W-ACHOU       PIC X(01) VALUE "N".
       01 W-ARQREG      PIC X(08) VALUE SPACES.
       01 W-CHREG       PIC X(14) VALUE SPACES.
       01 W-STREG       PIC X(02) VALUE "00".
      *    CONTADORES
       01 W-TOTLIDAS    PIC 9(06) VALUE ZEROS.
       01 W-TOTINV      PIC 9(06) VALUE ZEROS.
       01 W-TOTCEPINC   PIC 9(06) VALUE ZEROS.
       01 W-TOTCEPEXC   PIC 9(06) VALUE ZEROS.
       01 W-TOTALT      PIC 9(06) VALUE ZEROS.
       01 W-TOTREV      PIC 9(06) VALUE ZEROS.
       01 W-TOTPEND     PIC 9(06) VALUE ZEROS.
       01 W-TOTERRO     PIC 9(06) VALUE ZEROS.

       01 LIN-TITULO    PIC X(100) VALUE
          "*** TROCA DE CEP - ENDERECOS ALTERADOS E PENDENTES ***".
       01 LIN-BRANCO    PIC X(100) VALUE SPACES.

       01 LIN-CAB.
          03 FILLER        PIC X(10) VALUE "SITUACAO".
          03 FILLER        PIC X(09) VALUE "ARQUIVO".
          03 FILLER        PIC X(15) VALUE "REGISTRO".
          03 FILLER        PIC X(10) VALUE "CEP ANT.".
          03 FILLER        PIC X(07) VALUE "NUMERO".
          03 FILLER        PIC X(10) VALUE "CEP NOVO".
          03 FILLER        PIC X(39) VALUE "OBSERVACAO".

       01 LIN-DET.
          03 LD-SIT        PIC X(10).
          03 LD-ARQ        PIC X(09).
          03 LD-CHAVE      PIC X(14).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-CEPANT     PIC 9(08).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-NUM        PIC ZZZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-CEPNOVO    PIC X(08).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-OBS        PIC X(39).

       01 LIN-INVAL.
          03 FILLER        PIC X(10) VALUE "RECUSADA".
          03 FILLER        PIC X(06) VALUE "LINHA ".
          03 LI-LINHA      PIC ZZZZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LI-TROCA      PIC X(26).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LI-MOTIVO     PIC X(39).
          03 FILLER        PIC X(09) VALUE SPACES.

       01 LIN-CEPANT.
          03 LA-SIT        PIC X(10).
          03 FILLER        PIC X(09) VALUE "CADCEP".
          03 FILLER        PIC X(15) VALUE SPACES.
          03 LA-CEPANT     PIC 9(08).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LA-TEXTO      PIC X(40).
          03 LA-QTD        PIC ZZZZZ9.
          03 FILLER        PIC X(10) VALUE SPACES.

       01 LIN-TOT.
          03 LT-TEXTO      PIC X(40).
          03 LT-QTD        PIC ZZZZZ9.
          03 FILLER        PIC X(54) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** TROCA DE CEP EM LOTE ***".
       R00.
           PERFORM ROT-TRAVA-INI THRU ROT-TRAVA-INI-FIM
           IF W-TRAVADO = "S"
              IF W-TEMTRAVA = "S"
                 CLOSE CADTRAVA
                 GO TO ROT-FIM2
              ELSE
                 GO TO ROT-FIM2.
       R1.
           OPEN INPUT TROCCEP
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO TROCCEP.TXT"
              GO TO ROT-FIM-ERRO.
           OPEN I-O CADCEP
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCEP"
              CLOSE TROCCEP
              GO TO ROT-FIM-ERRO.
           MOVE "S" TO W-TEMFUNC
           OPEN I-O CADFUNC
           IF ST-ERRO3 NOT = "00"
              MOVE "N" TO W-TEMFUNC
              IF ST-ERRO3 NOT = "30"
                 MOVE "S" TO W-INCOMPLETO
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC - "
                         "FILE STATUS " ST-ERRO3.
           MOVE "S" TO W-TEMAMIGO
           OPEN I-O CADAMIGO
           IF ST-ERRO4 NOT = "00"
              MOVE "N" TO W-TEMAMIGO
              IF ST-ERRO4 NOT = "30"
                 MOVE "S" TO W-INCOMPLETO
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADAMIGO - "
                         "FILE STATUS " ST-ERRO4.
           MOVE "S" TO W-TEMCLI
           OPEN I-O CADCLI
           IF ST-ERRO5 NOT = "00"
              MOVE "N" TO W-TEMCLI
              IF ST-ERRO5 NOT = "30"
                 MOVE "S" TO W-INCOMPLETO
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCLI - "
                         "FILE STATUS " ST-ERRO5.
           OPEN OUTPUT RELTCEP
           IF ST-ERRO6 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO RELATORIO RELTCEP.TXT"
              CLOSE TROCCEP
              PERFORM ROT-FECHA THRU ROT-FECHA-FIM
              GO TO ROT-FIM-ERRO.
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-CAB
           WRITE LINHA-REL FROM LIN-BRANCO.
      *
      *********************************************************
      * PASSO 1: TROCCEP.TXT - CRITICA DAS LINHAS, TABELA DE   *
      * TROCAS E CEP NOVO NO CADCEP                            *
      *********************************************************
       R2.
           MOVE "N" TO W-FIM
           PERFORM R3 THRU R3-FIM UNTIL W-FIM = "S".
           CLOSE TROCCEP
           IF W-QTDTAB = ZEROS
              DISPLAY "NENHUMA TROCA DE CEP ACEITA EM TROCCEP.TXT"
              GO TO R9.
      *
      *********************************************************
      * PASSO 2: ENDERECOS DO CADFUNC, CADAMIGO E CADCLI       *
      *********************************************************
       R4.
           IF W-TEMFUNC = "S"
              MOVE "N" TO W-FIM
              PERFORM R5 THRU R5-FIM UNTIL W-FIM = "S".
           IF W-TEMAMIGO = "S"
              MOVE "N" TO W-FIM
              PERFORM R6 THRU R6-FIM UNTIL W-FIM = "S".
           IF W-TEMCLI = "S"
              MOVE "N" TO W-FIM
              PERFORM R7 THRU R7-FIM UNTIL W-FIM = "S".
      *
      *********************************************************
      * PASSO 3: CEPS ANTIGOS - EXCLUI DO CADCEP OS QUE NAO    *
      * TEM MAIS ENDERECO E LISTA OS AINDA REFERENCIADOS       *
      *********************************************************
       R8.
           WRITE LINHA-REL FROM LIN-BRANCO
           PERFORM ROT-CEPANT THRU ROT-CEPANT-FIM
                   VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-QTDTAB.
      *
       R9.
           WRITE LINHA-REL FROM LIN-BRANCO
           MOVE "LINHAS LIDAS EM TROCCEP.TXT" TO LT-TEXTO
           MOVE W-TOTLIDAS TO LT-QTD
           WRITE LINHA-REL FROM LIN-TOT
           MOVE "LINHAS RECUSADAS" TO LT-TEXTO
           MOVE W-TOTINV TO LT-QTD
           WRITE LINHA-REL FROM LIN-TOT
           MOVE "CEPS NOVOS INCLUIDOS NO CADCEP" TO LT-TEXTO
           MOVE W-TOTCEPINC TO LT-QTD
           WRITE LINHA-REL FROM LIN-TOT
           MOVE "CEPS ANTIGOS EXCLUIDOS DO CADCEP" TO LT-TEXTO
           MOVE W-TOTCEPEXC TO LT-QTD
           WRITE LINHA-REL FROM LIN-TOT
           MOVE "ENDERECOS ALTERADOS" TO LT-TEXTO
           MOVE W-TOTALT TO LT-QTD
           WRITE LINHA-REL FROM LIN-TOT
           MOVE "ENDERECOS PARA REVISAO MANUAL" TO LT-TEXTO
           MOVE W-TOTREV TO LT-QTD
           WRITE LINHA-REL FROM LIN-TOT
           MOVE "CEPS ANTIGOS AINDA REFERENCIADOS" TO LT-TEXTO
           MOVE W-TOTPEND TO LT-QTD
           WRITE LINHA-REL FROM LIN-TOT
           MOVE "ERROS DE GRAVACAO" TO LT-TEXTO
           MOVE W-TOTERRO TO LT-QTD
           WRITE LINHA-REL FROM LIN-TOT
           IF W-INCOMPLETO = "S"
              MOVE "ERRO EM ARQUIVO DE ENDERECO - RODAR DE NOVO"
                                               TO LT-TEXTO
              MOVE ZEROS TO LT-QTD
              WRITE LINHA-REL FROM LIN-TOT.
           IF W-TEMFUNC NOT = "S"
              MOVE "CADFUNC NAO ABERTO - NAO PROCESSADO" TO LT-TEXTO
              MOVE ZEROS TO LT-QTD
              WRITE LINHA-REL FROM LIN-TOT.
           IF W-TEMAMIGO NOT = "S"
              MOVE "CADAMIGO NAO ABERTO - NAO PROCESSADO" TO LT-TEXTO
              MOVE ZEROS TO LT-QTD
              WRITE LINHA-REL FROM LIN-TOT.
           IF W-TEMCLI NOT = "S"
              MOVE "CADCLI NAO ABERTO - NAO PROCESSADO" TO LT-TEXTO
              MOVE ZEROS TO LT-QTD
              WRITE LINHA-REL FROM LIN-TOT.
           GO TO ROT-FIM.
      *
      *********************************************************
      * LEITURA E CRITICA DE UMA LINHA DE TROCCEP.TXT          *
      *********************************************************
       R3.
           READ TROCCEP
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R3-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO TROCCEP.TXT"
              MOVE "S" TO W-FIM
              GO TO R3-FIM.
           ADD 1 TO W-TOTLIDAS
           IF TRC-FAIXA = SPACES
              MOVE ZEROS TO TRC-FAIXA.
           IF TRC-CEPANT NOT NUMERIC OR TRC-CEPNOVO NOT NUMERIC
              MOVE "CEP ANTIGO OU NOVO NAO NUMERICO" TO W-MOTIVO
              GO TO R3-RECUSA.
           IF TRC-NUMINI NOT NUMERIC OR TRC-NUMFIM NOT NUMERIC
              MOVE "FAIXA DE NUMEROS NAO NUMERICA" TO W-MOTIVO
              GO TO R3-RECUSA.
           IF TRC-CEPANT = ZEROS OR TRC-CEPNOVO = ZEROS
              MOVE "CEP ANTIGO OU NOVO ZERADO" TO W-MOTIVO
              GO TO R3-RECUSA.
           IF TRC-CEPANT = TRC-CEPNOVO
              MOVE "CEP NOVO IGUAL AO ANTIGO" TO W-MOTIVO
              GO TO R3-RECUSA.
           MOVE "N" TO W-LINFAIXA
           IF TRC-NUMINI NOT = ZEROS OR TRC-NUMFIM NOT = ZEROS
              MOVE "S" TO W-LINFAIXA
              IF TRC-NUMFIM = ZEROS
                 MOVE 99999 TO TRC-NUMFIM.
           IF TRC-NUMFIM < TRC-NUMINI
              MOVE "NUMERO FINAL MENOR QUE O INICIAL" TO W-MOTIVO
              GO TO R3-RECUSA.
           IF W-QTDTAB NOT < 200
              MOVE "LIMITE DE 200 TROCAS POR EXECUCAO" TO W-MOTIVO
              GO TO R3-RECUSA.
      *    CONFLITO COM LINHA JA ACEITA DO MESMO CEP ANTIGO
           MOVE SPACES TO W-MOTIVO
           MOVE ZEROS  TO W-IDXPRIM
           PERFORM ROT-CONFLITO THRU ROT-CONFLITO-FIM
                   VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-QTDTAB.
           IF W-MOTIVO NOT = SPACES
              GO TO R3-RECUSA.
       R3A.
           ADD 1 TO W-QTDTAB
           MOVE TRC-CEPANT  TO TB-CEPANT (W-QTDTAB)
           MOVE TRC-CEPNOVO TO TB-CEPNOVO (W-QTDTAB)
           MOVE TRC-NUMINI  TO TB-NUMINI (W-QTDTAB)
           MOVE TRC-NUMFIM  TO TB-NUMFIM (W-QTDTAB)
           MOVE W-LINFAIXA  TO TB-FAIXA (W-QTDTAB)
           MOVE ZEROS TO TB-QTDMOV (W-QTDTAB) TB-QTDRESTA (W-QTDTAB)
           IF W-IDXPRIM = ZEROS
              MOVE W-QTDTAB TO TB-IDXPRIM (W-QTDTAB)
           ELSE
              MOVE W-IDXPRIM TO TB-IDXPRIM (W-QTDTAB).
           MOVE "CADCEP  "  TO W-JNARQ
           MOVE "A"         TO W-JNACAO
           MOVE SPACES      TO W-JNCHREG
           MOVE TRC-CEPANT  TO W-JNCHREG (1:8)
           IF W-LINFAIXA = "S"
              MOVE TRC-NUMINI TO W-JNCHREG (9:5).
           MOVE TRC-CEPNOVO TO W-JRCEP
           MOVE W-JRESUMO   TO W-JNRESUMO
           PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM.
       R3B.
      *    CEP NOVO: SE AINDA NAO EXISTE, ENTRA COM OS DADOS DA
      *    LINHA OU, SEM ELES, COM OS DO CEP ANTIGO
           MOVE TRC-CEPNOVO TO CEP-NUMCEP
           READ CADCEP
           IF ST-ERRO2 = "00"
              GO TO R3-FIM.
           IF TRC-DADOSCEP = SPACES
              MOVE TRC-CEPANT TO CEP-NUMCEP
              READ CADCEP
              IF ST-ERRO2 NOT = "00"
                 MOVE "CEP NOVO FICOU SEM CADASTRO NO CADCEP"
                                               TO LD-OBS
                 PERFORM ROT-LIN-CEPNOVO THRU ROT-LIN-CEPNOVO-FIM
                 GO TO R3-FIM
              END-IF
           ELSE
              MOVE TRC-LOGRA   TO CEP-LOGRA
              MOVE TRC-BAIRRO  TO CEP-BAIRRO
              MOVE TRC-CIDADE  TO CEP-CIDADE
              MOVE TRC-UF      TO CEP-UF.
           MOVE TRC-CEPNOVO TO CEP-NUMCEP
           WRITE REGCEP
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
              ADD 1 TO W-TOTERRO
              MOVE "ERRO NA GRAVACAO DO CEP NOVO" TO LD-OBS
              PERFORM ROT-LIN-CEPNOVO THRU ROT-LIN-CEPNOVO-FIM
              GO TO R3-FIM.
           ADD 1 TO W-TOTCEPINC
           MOVE "CEP NOVO INCLUIDO NO CADCEP" TO LD-OBS
           PERFORM ROT-LIN-CEPNOVO THRU ROT-LIN-CEPNOVO-FIM
           MOVE "CADCEP  "  TO W-JNARQ
           MOVE "I"         TO W-JNACAO
           MOVE SPACES      TO W-JNCHREG
           MOVE TRC-CEPNOVO TO W-JNCHREG (1:8)
           MOVE "TROCA CEP " TO W-JNRESUMO
           PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM
           GO TO R3-FIM.
       R3-RECUSA.
           ADD 1 TO W-TOTINV
           MOVE W-TOTLIDAS      TO LI-LINHA
           MOVE REGTROCA (1:26) TO LI-TROCA
           MOVE W-MOTIVO        TO LI-MOTIVO
           WRITE LINHA-REL FROM LIN-INVAL.
       R3-FIM.
           EXIT.
      *
      *    MESMO CEP ANTIGO JA ACEITO: CEP INTEIRO NAO SE MISTURA
      *    COM FAIXAS E AS FAIXAS NAO PODEM SE SOBREPOR
       ROT-CONFLITO.
           IF TB-CEPANT (W-IDX) NOT = TRC-CEPANT
              GO TO ROT-CONFLITO-FIM.
           IF W-IDXPRIM = ZEROS
              MOVE W-IDX TO W-IDXPRIM.
           IF W-MOTIVO NOT = SPACES
              GO TO ROT-CONFLITO-FIM.
           IF TB-FAIXA (W-IDX) = "N" OR W-LINFAIXA = "N"
              MOVE "CEP ANTIGO JA TEM OUTRA TROCA" TO W-MOTIVO
              GO TO ROT-CONFLITO-FIM.
           IF TRC-NUMINI NOT > TB-NUMFIM (W-IDX) AND
              TRC-NUMFIM NOT < TB-NUMINI (W-IDX)
              MOVE "FAIXA SOBREPOE OUTRA DO MESMO CEP" TO W-MOTIVO.
       ROT-CONFLITO-FIM.
           EXIT.
      *
       ROT-LIN-CEPNOVO.
           MOVE "CEP NOVO"  TO LD-SIT
           MOVE "CADCEP"    TO LD-ARQ
           MOVE SPACES      TO LD-CHAVE
           MOVE TRC-CEPANT  TO LD-CEPANT
           MOVE ZEROS       TO LD-NUM
           MOVE TRC-CEPNOVO TO LD-CEPNOVO
           WRITE LINHA-REL FROM LIN-DET.
       ROT-LIN-CEPNOVO-FIM.
           EXIT.
      *
      *********************************************************
      * CADFUNC - ENDERECO/NENDRC                              *
      *********************************************************
       R5.
           READ CADFUNC NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R5-FIM
           END-READ
           IF ST-ERRO3 NOT = "00"
              MOVE "S" TO W-INCOMPLETO
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADFUNC - "
                      "FILE STATUS " ST-ERRO3
              MOVE "S" TO W-FIM
              GO TO R5-FIM.
           IF ENDERECO = ZEROS
              GO TO R5-FIM.
           MOVE ENDERECO TO W-CEPREG
           MOVE NENDRC   TO W-NUMREG
           PERFORM ROT-ACHA-TROCA THRU ROT-ACHA-TROCA-FIM
           IF W-ACHOU = "N"
              GO TO R5-FIM.
           MOVE "CADFUNC " TO W-ARQREG
           MOVE SPACES     TO W-CHREG
           MOVE CODFUNC    TO W-CHREG (1:5)
           IF W-ACHOU = "R"
              PERFORM ROT-REVISAR THRU ROT-REVISAR-FIM
              GO TO R5-FIM.
           MOVE TB-CEPNOVO (W-IDXACHOU) TO ENDERECO
           REWRITE REGFUNC
           MOVE ST-ERRO3 TO W-STREG
           PERFORM ROT-ALTERADO THRU ROT-ALTERADO-FIM.
       R5-FIM.
           EXIT.
      *
      *********************************************************
      * CADAMIGO - ENDERECO/NENDRC                             *
      *********************************************************
       R6.
           READ CADAMIGO NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R6-FIM
           END-READ
           IF ST-ERRO4 NOT = "00"
              MOVE "S" TO W-INCOMPLETO
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADAMIGO - "
                      "FILE STATUS " ST-ERRO4
              MOVE "S" TO W-FIM
              GO TO R6-FIM.
           IF ENDERECO-AM = ZEROS
              GO TO R6-FIM.
           MOVE ENDERECO-AM TO W-CEPREG
           MOVE NENDRC-AM   TO W-NUMREG
           PERFORM ROT-ACHA-TROCA THRU ROT-ACHA-TROCA-FIM
           IF W-ACHOU = "N"
              GO TO R6-FIM.
           MOVE "CADAMIGO" TO W-ARQREG
           MOVE APELIDO    TO W-CHREG
           IF W-ACHOU = "R"
              PERFORM ROT-REVISAR THRU ROT-REVISAR-FIM
              GO TO R6-FIM.
           MOVE TB-CEPNOVO (W-IDXACHOU) TO ENDERECO-AM
           REWRITE REGAMIGO
           MOVE ST-ERRO4 TO W-STREG
           PERFORM ROT-ALTERADO THRU ROT-ALTERADO-FIM.
       R6-FIM.
           EXIT.
      *
      *********************************************************
      * CADCLI - CLI-CEP/CLI-NENDRC                            *
      *********************************************************
       R7.
           READ CADCLI NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R7-FIM
           END-READ
           IF ST-ERRO5 NOT = "00"
              MOVE "S" TO W-INCOMPLETO
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADCLI - "
                      "FILE STATUS " ST-ERRO5
              MOVE "S" TO W-FIM
              GO TO R7-FIM.
           IF CLI-CEP = ZEROS
              GO TO R7-FIM.
           MOVE CLI-CEP    TO W-CEPREG
           MOVE CLI-NENDRC TO W-NUMREG
           PERFORM ROT-ACHA-TROCA THRU ROT-ACHA-TROCA-FIM
           IF W-ACHOU = "N"
              GO TO R7-FIM.
           MOVE "CADCLI  " TO W-ARQREG
           MOVE SPACES     TO W-CHREG
           MOVE CLI-COD    TO W-CHREG (1:5)
           IF W-ACHOU = "R"
              PERFORM ROT-REVISAR THRU ROT-REVISAR-FIM
              GO TO R7-FIM.
           MOVE TB-CEPNOVO (W-IDXACHOU) TO CLI-CEP
           REWRITE REGCLI
           MOVE ST-ERRO5 TO W-STREG
           PERFORM ROT-ALTERADO THRU ROT-ALTERADO-FIM.
       R7-FIM.
           EXIT.
      *
      *********************************************************
      * PROCURA DA TROCA DO ENDERECO (W-CEPREG/W-NUMREG):      *
      * CEP INTEIRO OU FAIXA QUE CONTEM O NUMERO = TROCAR;     *
      * CEP DIVIDIDO SEM FAIXA PARA O NUMERO = REVISAR         *
      *********************************************************
       ROT-ACHA-TROCA.
           MOVE "N"   TO W-ACHOU
           MOVE ZEROS TO W-IDXACHOU W-IDXPRIM
           PERFORM ROT-ACHA-TROCA-1 THRU ROT-ACHA-TROCA-1-FIM
                   VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-QTDTAB.
           IF W-IDXACHOU NOT = ZEROS
              MOVE "T" TO W-ACHOU
              GO TO ROT-ACHA-TROCA-FIM.
           IF W-IDXPRIM NOT = ZEROS
              MOVE "R" TO W-ACHOU.
       ROT-ACHA-TROCA-FIM.
           EXIT.
      *
       ROT-ACHA-TROCA-1.
           IF TB-CEPANT (W-IDX) NOT = W-CEPREG
              GO TO ROT-ACHA-TROCA-1-FIM.
           IF W-IDXPRIM = ZEROS
              MOVE TB-IDXPRIM (W-IDX) TO W-IDXPRIM.
           IF TB-FAIXA (W-IDX) = "N"
              MOVE W-IDX TO W-IDXACHOU
              GO TO ROT-ACHA-TROCA-1-FIM.
           IF W-NUMREG NOT = ZEROS AND
              W-NUMREG NOT < TB-NUMINI (W-IDX) AND
              W-NUMREG NOT > TB-NUMFIM (W-IDX)
              MOVE W-IDX TO W-IDXACHOU.
       ROT-ACHA-TROCA-1-FIM.
           EXIT.
      *
      *********************************************************
      * ENDERECO ALTERADO (W-STREG = STATUS DO REWRITE):       *
      * LINHA NO RELATORIO E REGISTRO NO CADJORN               *
      *********************************************************
       ROT-ALTERADO.
           MOVE W-ARQREG  TO LD-ARQ
           MOVE W-CHREG   TO LD-CHAVE
           MOVE W-CEPREG  TO LD-CEPANT
           MOVE W-NUMREG  TO LD-NUM
           MOVE TB-CEPNOVO (W-IDXACHOU) TO LD-CEPNOVO
           IF W-STREG NOT = "00" AND W-STREG NOT = "02"
              ADD 1 TO W-TOTERRO
              MOVE W-IDXPRIM TO W-IDX
              ADD 1 TO TB-QTDRESTA (W-IDX)
              MOVE "ERRO" TO LD-SIT
              MOVE SPACES TO LD-OBS
              MOVE "ERRO NA REGRAVACAO - FILE STATUS" TO LD-OBS
              MOVE W-STREG TO LD-OBS (34:2)
              WRITE LINHA-REL FROM LIN-DET
              GO TO ROT-ALTERADO-FIM.
           ADD 1 TO W-TOTALT
           ADD 1 TO TB-QTDMOV (W-IDXACHOU)
           MOVE "ALTERADO" TO LD-SIT
           MOVE SPACES     TO LD-OBS
           WRITE LINHA-REL FROM LIN-DET
           MOVE W-ARQREG   TO W-JNARQ
           MOVE "A"        TO W-JNACAO
           MOVE W-CHREG    TO W-JNCHREG
           MOVE TB-CEPNOVO (W-IDXACHOU) TO W-JRCEP
           MOVE W-JRESUMO  TO W-JNRESUMO
           PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM.
       ROT-ALTERADO-FIM.
           EXIT.
      *
      *********************************************************
      * ENDERECO DE CEP DIVIDIDO QUE FICA PARA REVISAO MANUAL  *
      *********************************************************
       ROT-REVISAR.
           ADD 1 TO W-TOTREV
           MOVE W-IDXPRIM TO W-IDX
           ADD 1 TO TB-QTDRESTA (W-IDX)
           MOVE "REVISAR"  TO LD-SIT
           MOVE W-ARQREG   TO LD-ARQ
           MOVE W-CHREG    TO LD-CHAVE
           MOVE W-CEPREG   TO LD-CEPANT
           MOVE W-NUMREG   TO LD-NUM
           MOVE SPACES     TO LD-CEPNOVO
           IF W-NUMREG = ZEROS
              MOVE "CEP DIVIDIDO E ENDERECO SEM NUMERO" TO LD-OBS
           ELSE
              MOVE "NUMERO FORA DAS FAIXAS DO CEP DIVIDIDO"
                                               TO LD-OBS.
           WRITE LINHA-REL FROM LIN-DET.
       ROT-REVISAR-FIM.
           EXIT.
      *
      *********************************************************
      * CEP ANTIGO (PRIMEIRA LINHA DE CADA UM): SEM ENDERECO   *
      * PENDENTE SAI DO CADCEP, SALVO SE FOR CEP NOVO DE OUTRA *
      * TROCA; COM PENDENCIA FICA E E LISTADO                  *
      *********************************************************
       ROT-CEPANT.
           IF TB-IDXPRIM (W-IDX) NOT = W-IDX
              GO TO ROT-CEPANT-FIM.
           MOVE TB-CEPANT (W-IDX) TO LA-CEPANT
           IF TB-QTDRESTA (W-IDX) NOT = ZEROS
              ADD 1 TO W-TOTPEND
              MOVE "PENDENTE" TO LA-SIT
              MOVE "CEP ANTIGO AINDA REFERENCIADO - ENDERECOS"
                                               TO LA-TEXTO
              MOVE TB-QTDRESTA (W-IDX) TO LA-QTD
              WRITE LINHA-REL FROM LIN-CEPANT
              GO TO ROT-CEPANT-FIM.
           IF W-INCOMPLETO = "S"
              ADD 1 TO W-TOTPEND
              MOVE "PENDENTE" TO LA-SIT
              MOVE "ARQUIVO NAO VERIFICADO - CEP MANTIDO" TO LA-TEXTO
              MOVE ZEROS TO LA-QTD
              WRITE LINHA-REL FROM LIN-CEPANT
              GO TO ROT-CEPANT-FIM.
           MOVE ZEROS TO W-IDXACHOU
           PERFORM ROT-CEPANT-NOVO THRU ROT-CEPANT-NOVO-FIM
                   VARYING W-IDXPRIM FROM 1 BY 1
                   UNTIL W-IDXPRIM > W-QTDTAB.
           IF W-IDXACHOU NOT = ZEROS
              MOVE "MANTIDO" TO LA-SIT
              MOVE "CEP ANTIGO E CEP NOVO DE OUTRA TROCA" TO LA-TEXTO
              MOVE ZEROS TO LA-QTD
              WRITE LINHA-REL FROM LIN-CEPANT
              GO TO ROT-CEPANT-FIM.
           MOVE TB-CEPANT (W-IDX) TO CEP-NUMCEP
           DELETE CADCEP RECORD
           IF ST-ERRO2 NOT = "00"
              GO TO ROT-CEPANT-FIM.
           ADD 1 TO W-TOTCEPEXC
           MOVE "EXCLUIDO" TO LA-SIT
           MOVE "CEP ANTIGO SEM ENDERECOS - FORA DO CADCEP"
                                               TO LA-TEXTO
           MOVE ZEROS TO LA-QTD
           WRITE LINHA-REL FROM LIN-CEPANT
           MOVE "CADCEP  "  TO W-JNARQ
           MOVE "E"         TO W-JNACAO
           MOVE SPACES      TO W-JNCHREG
           MOVE TB-CEPANT (W-IDX) TO W-JNCHREG (1:8)
           MOVE "TROCA CEP " TO W-JNRESUMO
           PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM.
       ROT-CEPANT-FIM.
           EXIT.
      *
       ROT-CEPANT-NOVO.
           IF TB-CEPNOVO (W-IDXPRIM) = TB-CEPANT (W-IDX)
              MOVE W-IDXPRIM TO W-IDXACHOU.
       ROT-CEPANT-NOVO-FIM.
           EXIT.
      *
      *********************************************************
      * JORNAL DE ACOES DO OPERADOR (CADJORN): W-JNARQ,        *
      * W-JNACAO, W-JNCHREG E W-JNRESUMO JA PREENCHIDOS        *
      *********************************************************
       ROT-GRAVA-JORNAL.
           ACCEPT W-JNDATA FROM DATE YYYYMMDD
           ACCEPT W-JHORA8 FROM TIME
           MOVE W-JHORA8 (1:6) TO W-JNHORA
           MOVE ZEROS      TO W-JNSEQ
           MOVE W-JOPER    TO W-JNOPER
           MOVE "TROCCEP " TO W-JNPROG.
      *    GRAVACAO ENCADEADA NO CADJORN (VER JORNREG)
           CALL "JORNREG" USING W-REGJORN ST-JORN.
       ROT-GRAVA-JORNAL-FIM.
           EXIT.
      *
       ROT-FECHA.
           CLOSE CADCEP
           IF W-TEMFUNC = "S"
              CLOSE CADFUNC.
           IF W-TEMAMIGO = "S"
              CLOSE CADAMIGO.
           IF W-TEMCLI = "S"
              CLOSE CADCLI.
       ROT-FECHA-FIM.
           EXIT.
      *
       ROT-FIM.
           PERFORM ROT-FECHA THRU ROT-FECHA-FIM
           CLOSE RELTCEP
           PERFORM ROT-TRAVA-ENC THRU ROT-TRAVA-ENC-FIM
           DISPLAY "*** TROCA DE CEP GERADA EM RELTCEP.TXT ***"
           DISPLAY "LINHAS LIDAS / RECUSADAS   : " W-TOTLIDAS " / "
                   W-TOTINV
           DISPLAY "ENDERECOS ALTERADOS        : " W-TOTALT
           DISPLAY "ENDERECOS PARA REVISAO     : " W-TOTREV
           DISPLAY "CEPS ANTIGOS AINDA EM USO  : " W-TOTPEND.
      *    GUARDA A GERACAO NO SPOOL (VER SPOOLREG/CONSPOOL)
       ROT-SPOOL.
           CALL "SPOOLREG" USING W-SPRELID W-SPARQ.
           GO TO ROT-FIM2.
      *    SAIDA DE ERRO APOS A TOMADA DA TRAVA: DEVOLVE A TRAVA
      *    DE BATCH ANTES DE ENCERRAR, SENAO O MENU FICA
      *    BLOQUEADO ATE ALGUEM LIMPAR O CADTRAVA NA MAO
       ROT-FIM-ERRO.
           PERFORM ROT-TRAVA-ENC THRU ROT-TRAVA-ENC-FIM.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *
      *********************************************************
      * TRAVA DE JANELA DE BATCH (CADTRAVA): RECUSA A PARTIDA  *
      * COM UMA SESSAO ONLINE DE MANUTENCAO ABERTA OU OUTRO    *
      * BATCH NO AR; SEGURA A TRAVA ATE O FIM DA EXECUCAO      *
      *********************************************************
       ROT-TRAVA-INI.
           MOVE "N" TO W-TRAVADO
           MOVE "S" TO W-TEMTRAVA
           OPEN I-O CADTRAVA
           IF ST-TRAVA NOT = "00"
              IF ST-TRAVA = "30"
                 OPEN OUTPUT CADTRAVA
                 MOVE 1 TO TRAVA-COD
                 MOVE "N" TO TRAVA-BATCH TRAVA-ONLINE
                 MOVE SPACES TO TRAVA-PROGBATCH
                 MOVE ZEROS TO TRAVA-OPERADOR
                 WRITE REGTRAVA
                 CLOSE CADTRAVA
                 OPEN I-O CADTRAVA
              ELSE
                 MOVE "N" TO W-TEMTRAVA
                 GO TO ROT-TRAVA-INI-FIM.
           MOVE 1 TO TRAVA-COD
           READ CADTRAVA
           IF ST-TRAVA NOT = "00"
              GO TO ROT-TRAVA-INI-FIM.
           IF TRAVA-ONLINE = "S"
              DISPLAY "SESSAO ONLINE DE MANUTENCAO ABERTA - "
                      "BATCH NAO PODE PARTIR"
              MOVE "S" TO W-TRAVADO
              GO TO ROT-TRAVA-INI-FIM.
           IF TRAVA-BATCH = "S"
              DISPLAY "OUTRO BATCH (" TRAVA-PROGBATCH
                      ") JA ESTA NO AR"
              MOVE "S" TO W-TRAVADO
              GO TO ROT-TRAVA-INI-FIM.
           MOVE TRAVA-OPERADOR TO W-JOPER
           MOVE "S" TO TRAVA-BATCH
           MOVE "TROCCEP " TO TRAVA-PROGBATCH
           REWRITE REGTRAVA.
       ROT-TRAVA-INI-FIM.
           EXIT.
      *
       ROT-TRAVA-ENC.
           IF W-TEMTRAVA NOT = "S"
              GO TO ROT-TRAVA-ENC-FIM.
           MOVE 1 TO TRAVA-COD
           READ CADTRAVA
           IF ST-TRAVA = "00"
              MOVE "N" TO TRAVA-BATCH
              MOVE SPACES TO TRAVA-PROGBATCH
              REWRITE REGTRAVA.
           CLOSE CADTRAVA
           MOVE "N" TO W-TEMTRAVA.
       ROT-TRAVA-ENC-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    02 = CHAVE ALTERNATIVA DUPLICADA (PERMITIDA)
      *    10 = FIM DE ARQUIVO (SEQUENCIAL)
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
