      * AUTOATENDIMENTO DE HOLERITE - O FUNCIONARIO FAZ O SEU       *
      * PROPRIO LOGIN (CADOPER COM OPER-CODFUNC VINCULADO) E        *
      * CONSULTA SOMENTE AS SUAS FOLHAS DO CADPAG, NO DETALHE DO    *
      * HOLERITE (VALORES + LINHAS DO CALCULO EM CADPAGD, OU OS     *
      * LANCAMENTOS DE CADMOV NA FOLHA SEM DETALHE), SEM PRECISAR   *
      * DE UM OPERADOR DA SALA DE FOLHA NO TELEFONE. OPERADOR SEM   *
      * FUNCIONARIO VINCULADO NAO ENTRA. CADA CONSULTA E            *
      * JORNALIZADA EM CADJORN (ACAO C).                            *
      *                                                             *
      * SOLICITACAO DE FERIAS PELO MESMO LOGIN: O FUNCIONARIO       *
      * ESCOLHE UM PERIODO AQUISITIVO COM SALDO (CADFERIAS) E A     *
      * JANELA DE GOZO; A JANELA E CONFERIDA CONTRA O SALDO, CONTRA *
      * A PROGRAMACAO JA EXISTENTE E CONTRA O LIMITE DE AUSENCIA    *
      * SIMULTANEA DA AREA (PARAMETRO 015, MESMA CONTA DO CADPLFER).*
      * A SOLICITACAO FICA PENDENTE EM CADSOLF ATE O APROVADOR DA   *
      * AREA DECIDIR (PROGRAMA CADSOLF), QUE GERA A PROGRAMACAO NO  *
      * CADPLFER. O FUNCIONARIO CONSULTA A SITUACAO DAS SUAS        *
      * SOLICITACOES E PODE CANCELAR AS PENDENTES.                  *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFUNC
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS CODAREA WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODCARGO WITH DUPLICATES.
      *
           SELECT CADPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPGTO
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS SALBRUTO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS ANOMES WITH DUPLICATES.
      *
           SELECT CADMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMOV
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS MOV-ANOMES WITH DUPLICATES.
      *
           SELECT CADPAGD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPAGD
                    FILE STATUS  IS ST-ERRO5.
      *
           SELECT CADFERIAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEFERIAS
                    FILE STATUS  IS ST-FER.
      *
           SELECT CADPLFER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPLFER
                    FILE STATUS  IS ST-PLF.
      *
           SELECT CADSOLF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVESOLF
                    FILE STATUS  IS ST-SOLF.
      *
           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPARAM
                    FILE STATUS  IS ST-PARAM.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 OPER-NIVEL         PIC 9(01).
                03 OPER-CODFUNC       PIC 9(05).
                03 OPER-PERFIL        PIC 9(02).
                03 OPER-TENTAT        PIC 9(02).
                03 OPER-BLOQ          PIC X(01).
                03 OPER-DTSENHA       PIC 9(08).
                03 OPER-TROCA         PIC X(01).
                03 OPER-SENHAANT      PIC X(08) OCCURS 3 TIMES.
      *
       FD CADFUNC
               LABEL RECORD IS STANDARD
       01 REGPAG.
          03 CHAVEPGTO.
               05 FUNC-COD PIC 9(5).
               05 ANOMES.
                  07 ANO   PIC 9(4).
                  07 MES   PIC 9(2).
               05 TIPOFOLHA PIC X(1).
          03 SALBRUTO      PIC 9(06)V99.
          03 INSS          PIC 9(06)V99.
          03 MOV-DESCR        PIC X(20).
          03 MOV-VALOR        PIC 9(6)V99.
      *
       FD CADPAGD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAGD.DAT".
       01 REGPAGD.
          03 CHAVEPAGD.
             05 PAGD-CHAVEPGTO.
                07 PAGD-CODFUNC  PIC 9(5).
                07 PAGD-ANO      PIC 9(4).
                07 PAGD-MES      PIC 9(2).
                07 PAGD-TIPOFOL  PIC X(1).
             05 PAGD-EVENTO      PIC 9(3).
          03 PAGD-NATUR          PIC X(1).
          03 PAGD-DESCR          PIC X(20).
          03 PAGD-BASE           PIC 9(08)V99.
          03 PAGD-REF            PIC 9(03)V99.
          03 PAGD-VALOR          PIC 9(06)V99.
      *
       FD CADFERIAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFERIAS.DAT".
       01 REGFERIAS.
          03 CHAVEFERIAS.
             05 FER-CODFUNC    PIC 9(5).
             05 SEQFERIAS      PIC 9(2).
          03 DTINICIOPERAQ     PIC 9(8).
          03 DTFIMPERAQ        PIC 9(8).
          03 DIASDIREITO       PIC 9(2).
          03 DIASGOZADOS       PIC 9(2).
          03 DTINICIOGOZO      PIC 9(8).
          03 DTFIMGOZO         PIC 9(8).
          03 SALDOFERIAS       PIC 9(2).
      *
       FD CADPLFER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLFER.DAT".
       01 REGPLFER.
          03 CHAVEPLFER.
             05 PLF-CODFUNC   PIC 9(5).
             05 PLF-SEQFERIAS PIC 9(2).
          03 PLF-DTINI        PIC 9(8).
          03 PLF-DTFIM        PIC 9(8).
          03 PLF-SIT          PIC X(1).
      *
       FD CADSOLF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSOLF.DAT".
       01 REGSOLF.
          03 CHAVESOLF.
             05 SOLF-CODFUNC  PIC 9(5).
             05 SOLF-NUM      PIC 9(3).
          03 SOLF-SEQFERIAS   PIC 9(2).
          03 SOLF-DTINI       PIC 9(8).
          03 SOLF-DTFIM       PIC 9(8).
          03 SOLF-DIAS        PIC 9(2).
          03 SOLF-CODAREA     PIC 9(3).
          03 SOLF-SIT         PIC X(1).
          03 SOLF-DTSOL       PIC 9(8).
          03 SOLF-OPERDEC     PIC 9(3).
          03 SOLF-DTDEC       PIC 9(8).
          03 SOLF-MOTIVO      PIC X(30).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *    REGISTRO DO JORNAL, GRAVADO PELO JORNREG
       01 REGJORN.
          03 CHAVEJORN.
             05 JORN-DATA  PIC 9(8).
          03 JORN-ACAO     PIC X(1).
          03 JORN-CHREG    PIC X(14).
          03 JORN-RESUMO   PIC X(10).
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-JORN       PIC X(02) VALUE "00".
       01 W-TEMMOV      PIC X(01) VALUE "N".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 W-TEMPAGD     PIC X(01) VALUE "N".
       01 W-QTDLIN      PIC 9(03) VALUE ZEROS.
       01 W-REFED       PIC ZZ9,99 BLANK WHEN ZERO.
       01 W-OPERCOD     PIC 9(03) VALUE ZEROS.
       01 W-SENHA       PIC X(08) VALUE SPACES.
       01 W-TENTATIVAS  PIC 9(01) VALUE ZEROS.
       01 W-MODOSENHA   PIC X(01) VALUE "L".
       01 W-RETSENHA    PIC X(01) VALUE SPACES.
       01 W-MEUFUNC     PIC 9(05) VALUE ZEROS.
       01 W-ANOCONS     PIC 9(04) VALUE ZEROS.
       01 W-MESCONS     PIC 9(02) VALUE ZEROS.
       01 W-FIMTIPO     PIC X(01) VALUE "N".
       01 W-JHORA8      PIC 9(08) VALUE ZEROS.
       01 W-VALED       PIC Z(6)9,99.
       01 W-OPCMENU     PIC X(01) VALUE SPACES.
       01 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-JARQ        PIC X(08) VALUE SPACES.
       01 W-JACAO       PIC X(01) VALUE SPACES.
       01 W-JCHREG      PIC X(14) VALUE SPACES.
       01 W-JRESUMO     PIC X(10) VALUE SPACES.
       01 W-MINHAAREA   PIC 9(03) VALUE ZEROS.
       01 ST-FER        PIC X(02) VALUE "00".
       01 ST-PLF        PIC X(02) VALUE "00".
       01 ST-SOLF       PIC X(02) VALUE "00".
       01 ST-PARAM      PIC X(02) VALUE "00".
       01 W-FERABERTO   PIC X(01) VALUE "N".
       01 W-TEMPLFER    PIC X(01) VALUE "N".
       01 W-TEMPARAM    PIC X(01) VALUE "N".
       01 W-PCTMAX      PIC 9(03) VALUE ZEROS.
       01 W-PARAMCOD    PIC 9(03) VALUE ZEROS.
       01 W-PARAMVLR    PIC 9(08)V99 VALUE ZEROS.
       01 W-PARAMCOMP   PIC 9(06) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-FIMLST      PIC X(01) VALUE "N".
       01 W-QTDLST      PIC 9(03) VALUE ZEROS.
       01 W-QTDPEND     PIC 9(03) VALUE ZEROS.
       01 W-SEQSOL      PIC 9(02) VALUE ZEROS.
       01 W-SALDOSOL    PIC 9(02) VALUE ZEROS.
       01 W-NUMSOL      PIC 9(03) VALUE ZEROS.
       01 W-PENDACH     PIC X(01) VALUE "N".
       01 W-SOLDTINI    PIC 9(08) VALUE ZEROS.
       01 W-SOLDTFIM    PIC 9(08) VALUE ZEROS.
       01 W-DIASSOL     PIC 9(04) VALUE ZEROS.
       01 W-SERINI      PIC 9(07) VALUE ZEROS.
       01 W-SERFIM      PIC 9(07) VALUE ZEROS.
       01 W-DATAOK      PIC X(01) VALUE "N".
       01 W-DTED        PIC 99/99/9999.
       01 W-DTED2       PIC 99/99/9999.
       01 W-DESCSIT     PIC X(10) VALUE SPACES.
       01 W-QTDAREA     PIC 9(04) VALUE ZEROS.
       01 W-QTDAUSENTE  PIC 9(04) VALUE ZEROS.
       01 W-PCTAUSENTE  PIC 9(05)V99 VALUE ZEROS.
       01 W-INIANM      PIC 9(08) VALUE ZEROS.
       01 W-FIMANM      PIC 9(08) VALUE ZEROS.
       01 W-INIANM2     PIC 9(08) VALUE ZEROS.
       01 W-FIMANM2     PIC 9(08) VALUE ZEROS.
       01 W-DMANO       PIC 9(04) VALUE ZEROS.
       01 W-DMMES       PIC 9(02) VALUE ZEROS.
       01 W-DIASMES     PIC 9(02) VALUE ZEROS.
       01 W-RESTO4      PIC 9(04) VALUE ZEROS.
       01 W-QUOC4       PIC 9(04) VALUE ZEROS.
       01 W-SRA         PIC 9(04) VALUE ZEROS.
       01 W-SRM         PIC 9(02) VALUE ZEROS.
       01 W-SRT         PIC 9(04) VALUE ZEROS.
       01 W-SRQ4        PIC 9(04) VALUE ZEROS.
       01 W-SRQ100      PIC 9(04) VALUE ZEROS.
       01 W-SRQ400      PIC 9(04) VALUE ZEROS.
       01 W-SRSERIAL    PIC 9(07) VALUE ZEROS.
       01 W-DTDMA.
          03 W-DIAD     PIC 9(02).
          03 W-MESD     PIC 9(02).
          03 W-ANOD     PIC 9(04).
       01 W-DTDMA8 REDEFINES W-DTDMA PIC 9(08).
       01 W-DTAMD.
          03 W-ANOA     PIC 9(04).
          03 W-MESA     PIC 9(02).
          03 W-DIAA     PIC 9(02).
       01 W-DTAMD8 REDEFINES W-DTAMD PIC 9(08).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** MEU HOLERITE - AUTOATENDIMENTO ***"
           MOVE ZEROS TO W-TENTATIVAS.
       R0A.
           DISPLAY "CODIGO DO OPERADOR : " WITH NO ADVANCING
           ACCEPT W-OPERCOD
           DISPLAY "SENHA              : " WITH NO ADVANCING
           ACCEPT W-SENHA
      *    CONFERENCIA PELO CONFSENH (ERROS, BLOQUEIO E VALIDADE)
           CALL "CONFSENH" USING W-OPERCOD W-SENHA W-MODOSENHA
                                 W-RETSENHA REGOPER
           IF W-RETSENHA = "X"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO OPERADOR"
              GO TO ROT-FIM2.
           IF W-RETSENHA = "B"
              DISPLAY "*** OPERADOR BLOQUEADO - PROCURE UM OPERADOR "
                      "NIVEL 1 ***"
              GO TO ROT-FIM2.
           IF W-RETSENHA = "V"
              DISPLAY "*** SENHA NAO TROCADA - ACESSO RECUSADO ***"
              GO TO ROT-FIM2.
           IF W-RETSENHA NOT = "S"
              ADD 1 TO W-TENTATIVAS
              DISPLAY "*** CODIGO OU SENHA INVALIDOS ***"
              IF W-TENTATIVAS < 3
                 GO TO R0A
              ELSE
                 DISPLAY "*** NUMERO DE TENTATIVAS EXCEDIDO ***"
                 GO TO ROT-FIM2.
           IF OPER-CODFUNC = ZEROS
              DISPLAY "*** OPERADOR SEM FUNCIONARIO VINCULADO - "
                      "PROCURE O CADASTRO DE OPERADORES ***"
              GO TO ROT-FIM2.
           MOVE OPER-CODFUNC TO W-MEUFUNC.
       R0B.
           OPEN INPUT CADFUNC
           IF ST-ERRO2 NOT = "00"
              DISPLAY "FUNCIONARIO VINCULADO NAO CADASTRADO"
              CLOSE CADFUNC
              GO TO ROT-FIM2.
           DISPLAY "BEM-VINDO: " NOME
           MOVE CODAREA TO W-MINHAAREA.
      *
       R0M.
           DISPLAY " "
           DISPLAY "1 = MEU HOLERITE"
           DISPLAY "2 = SOLICITAR FERIAS"
           DISPLAY "3 = MINHAS SOLICITACOES DE FERIAS"
           DISPLAY "0 = SAIR"
           DISPLAY "OPCAO : " WITH NO ADVANCING
           ACCEPT W-OPCMENU
           IF W-OPCMENU = "0"
              GO TO ROT-FIM.
           IF W-OPCMENU = "2"
              GO TO R5.
           IF W-OPCMENU = "3"
              GO TO R8.
           IF W-OPCMENU NOT = "1"
              GO TO R0M.
       R0C.
           OPEN INPUT CADPAG
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPAG"
              GO TO R0M.
           MOVE "S" TO W-TEMMOV
           OPEN INPUT CADMOV
           IF ST-ERRO4 NOT = "00"
              MOVE "N" TO W-TEMMOV.
           MOVE "S" TO W-TEMPAGD
           OPEN INPUT CADPAGD
           IF ST-ERRO5 NOT = "00"
              MOVE "N" TO W-TEMPAGD.
      *
       R1.
           DISPLAY " "
           DISPLAY "ANO DA COMPETENCIA (0 = VOLTAR) : "
                   WITH NO ADVANCING
           ACCEPT W-ANOCONS
           IF W-ANOCONS = ZEROS
              GO TO R1-SAI.
           DISPLAY "MES DA COMPETENCIA (MM)         : "
                   WITH NO ADVANCING
           ACCEPT W-MESCONS
           IF W-MESCONS < 1 OR W-MESCONS > 12
           DISPLAY "FOLHA TIPO " TIPOFOLHA " - " MES "/" ANO
           MOVE SALBRUTO TO W-VALED
           DISPLAY "SALARIO BRUTO        : " W-VALED
           PERFORM ROT-LISTA-DET THRU ROT-LISTA-DET-FIM
           IF W-QTDLIN = ZEROS AND TIPOFOLHA = "M"
              PERFORM ROT-LISTA-MOV THRU ROT-LISTA-MOV-FIM.
           MOVE INSS TO W-VALED
           DISPLAY "(-) INSS             : " W-VALED
           DISPLAY "(+) SALARIO FAMILIA  : " W-VALED
           MOVE SALLIQ TO W-VALED
           DISPLAY "SALARIO LIQUIDO      : " W-VALED
           MOVE "CADPAG  "    TO W-JARQ
           MOVE "C"           TO W-JACAO
           MOVE SPACES        TO W-JCHREG
           MOVE CHAVEPGTO     TO W-JCHREG (1:12)
           MOVE "CONSULTA  "  TO W-JRESUMO
           PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM.
       R3-FIM.
           EXIT.
      *
      *    SAIDA DO HOLERITE: FECHA OS ARQUIVOS DA FOLHA E VOLTA
      *    PARA AS OPCOES DO AUTOATENDIMENTO
       R1-SAI.
           IF W-TEMMOV = "S"
              CLOSE CADMOV.
           IF W-TEMPAGD = "S"
              CLOSE CADPAGD.
           CLOSE CADPAG
           GO TO R0M.
      *
      *********************************************************
      * SOLICITACAO DE FERIAS: PERIODO COM SALDO, JANELA DE    *
      * GOZO DENTRO DO SALDO E SEM ESTOURAR O LIMITE DE        *
      * AUSENCIA DA AREA; GRAVA PENDENTE (P) EM CADSOLF        *
      *********************************************************
       R5.
           PERFORM ROT-ABRE-FER THRU ROT-ABRE-FER-FIM
           IF W-FERABERTO NOT = "S"
              GO TO R0M.
           DISPLAY " "
           DISPLAY "PERIODOS AQUISITIVOS COM SALDO DE FERIAS:"
           MOVE ZEROS TO W-QTDLST
           MOVE "N" TO W-FIMLST
           MOVE W-MEUFUNC TO FER-CODFUNC
           MOVE ZEROS     TO SEQFERIAS
           START CADFERIAS KEY IS NOT LESS CHAVEFERIAS
                 INVALID KEY
                    MOVE "S" TO W-FIMLST.
           PERFORM R5A THRU R5A-FIM UNTIL W-FIMLST = "S".
           IF W-QTDLST = ZEROS
              DISPLAY "*** SEM SALDO DE FERIAS PARA SOLICITAR ***"
              GO TO R5-SAI.
       R5C.
           DISPLAY "SEQ DO PERIODO (0 = VOLTAR)  : " WITH NO ADVANCING
           ACCEPT W-SEQSOL
           IF W-SEQSOL = ZEROS
              GO TO R5-SAI.
           MOVE W-MEUFUNC TO FER-CODFUNC
           MOVE W-SEQSOL  TO SEQFERIAS
           READ CADFERIAS
           IF ST-FER NOT = "00" OR SALDOFERIAS = ZEROS
              DISPLAY "*** PERIODO INEXISTENTE OU SEM SALDO ***"
              GO TO R5C.
           MOVE SALDOFERIAS TO W-SALDOSOL
           IF W-TEMPLFER = "S"
              MOVE W-MEUFUNC TO PLF-CODFUNC
              MOVE W-SEQSOL  TO PLF-SEQFERIAS
              READ CADPLFER
              IF ST-PLF = "00"
                 DISPLAY "*** PERIODO JA TEM FERIAS PROGRAMADAS ***"
                 GO TO R5C.
           PERFORM ROT-BUSCA-PEND THRU ROT-BUSCA-PEND-FIM
           IF W-PENDACH = "S"
              DISPLAY "*** JA EXISTE SOLICITACAO PENDENTE PARA O "
                      "PERIODO ***"
              GO TO R5C.
       R5D.
           DISPLAY "INICIO DO GOZO (DDMMAAAA)    : " WITH NO ADVANCING
           ACCEPT W-SOLDTINI
           MOVE W-SOLDTINI TO W-DTDMA8
           PERFORM ROT-VALIDA-DATA THRU ROT-VALIDA-DATA-FIM
           IF W-DATAOK NOT = "S"
              DISPLAY "*** DATA INVALIDA ***"
              GO TO R5D.
           MOVE W-DTAMD8   TO W-INIANM
           MOVE W-SRSERIAL TO W-SERINI
           IF W-INIANM NOT > W-HOJE
              DISPLAY "*** O INICIO DEVE SER POSTERIOR A HOJE ***"
              GO TO R5D.
       R5E.
           DISPLAY "FIM DO GOZO    (DDMMAAAA)    : " WITH NO ADVANCING
           ACCEPT W-SOLDTFIM
           MOVE W-SOLDTFIM TO W-DTDMA8
           PERFORM ROT-VALIDA-DATA THRU ROT-VALIDA-DATA-FIM
           IF W-DATAOK NOT = "S"
              DISPLAY "*** DATA INVALIDA ***"
              GO TO R5E.
           MOVE W-DTAMD8   TO W-FIMANM
           MOVE W-SRSERIAL TO W-SERFIM
           IF W-FIMANM NOT > W-INIANM
              DISPLAY "*** FIM DO GOZO DEVE SER APOS O INICIO ***"
              GO TO R5E.
           COMPUTE W-DIASSOL = W-SERFIM - W-SERINI + 1
           IF W-DIASSOL > W-SALDOSOL
              DISPLAY "*** JANELA DE " W-DIASSOL " DIAS ACIMA DO "
                      "SALDO DE " W-SALDOSOL " DIAS ***"
              GO TO R5D.
      *    MESMA CONTA DO CADPLFER: AUSENTES DA AREA NA JANELA
       R5F.
           PERFORM ROT-CONTA-AREA THRU ROT-CONTA-AREA-FIM
           PERFORM ROT-CONTA-AUSENTE THRU ROT-CONTA-AUSENTE-FIM
           IF W-QTDAREA = ZEROS
              MOVE 1 TO W-QTDAREA.
           COMPUTE W-PCTAUSENTE = (W-QTDAUSENTE + 1) * 100
                                / W-QTDAREA
           IF W-PCTAUSENTE > W-PCTMAX
              DISPLAY "*** AREA FICARIA ACIMA DO LIMITE DE AUSENCIA "
                      "NA JANELA - ESCOLHA OUTRA DATA ***"
              GO TO R5D.
       R5G.
           DISPLAY "CONFIRMA A SOLICITACAO DE " W-DIASSOL
                   " DIAS (S/N) : " WITH NO ADVANCING
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
              DISPLAY "*** SOLICITACAO NAO GRAVADA ***"
              GO TO R5-SAI.
           PERFORM ROT-PROX-SOLF THRU ROT-PROX-SOLF-FIM
           MOVE W-MEUFUNC   TO SOLF-CODFUNC
           MOVE W-NUMSOL    TO SOLF-NUM
           MOVE W-SEQSOL    TO SOLF-SEQFERIAS
           MOVE W-SOLDTINI  TO SOLF-DTINI
           MOVE W-SOLDTFIM  TO SOLF-DTFIM
           MOVE W-DIASSOL   TO SOLF-DIAS
           MOVE W-MINHAAREA TO SOLF-CODAREA
           MOVE "P"         TO SOLF-SIT
           MOVE W-HOJE      TO SOLF-DTSOL
           MOVE ZEROS       TO SOLF-OPERDEC SOLF-DTDEC
           MOVE SPACES      TO SOLF-MOTIVO
           WRITE REGSOLF
           IF ST-SOLF NOT = "00" AND ST-SOLF NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADSOLF"
              GO TO R5-SAI.
           DISPLAY "*** SOLICITACAO " W-NUMSOL " GRAVADA - AGUARDA O "
                   "APROVADOR DA AREA ***"
           MOVE "CADSOLF "    TO W-JARQ
           MOVE "I"           TO W-JACAO
           MOVE CHAVESOLF     TO W-JCHREG
           MOVE "SOLIC.FER " TO W-JRESUMO
           PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM.
       R5-SAI.
           PERFORM ROT-FECHA-FER THRU ROT-FECHA-FER-FIM
           GO TO R0M.
      *
      *    UM PERIODO AQUISITIVO DO FUNCIONARIO (SO COM SALDO)
       R5A.
           READ CADFERIAS NEXT RECORD
                AT END
                   MOVE "S" TO W-FIMLST
                   GO TO R5A-FIM
           END-READ
           IF ST-FER NOT = "00" OR FER-CODFUNC NOT = W-MEUFUNC
              MOVE "S" TO W-FIMLST
              GO TO R5A-FIM.
           IF SALDOFERIAS = ZEROS
              GO TO R5A-FIM.
           ADD 1 TO W-QTDLST
           MOVE DTINICIOPERAQ TO W-DTED
           MOVE DTFIMPERAQ    TO W-DTED2
           DISPLAY "  SEQ " SEQFERIAS "  PERIODO " W-DTED " A "
                   W-DTED2 "  SALDO " SALDOFERIAS " DIAS".
       R5A-FIM.
           EXIT.
      *
      *********************************************************
      * MINHAS SOLICITACOES: SITUACAO DE CADA UMA E            *
      * CANCELAMENTO DE PENDENTE PELO PROPRIO FUNCIONARIO      *
      *********************************************************
       R8.
           PERFORM ROT-ABRE-FER THRU ROT-ABRE-FER-FIM
           IF W-FERABERTO NOT = "S"
              GO TO R0M.
           DISPLAY " "
           DISPLAY "MINHAS SOLICITACOES DE FERIAS:"
           MOVE ZEROS TO W-QTDLST W-QTDPEND
           MOVE "N" TO W-FIMLST
           MOVE W-MEUFUNC TO SOLF-CODFUNC
           MOVE ZEROS     TO SOLF-NUM
           START CADSOLF KEY IS NOT LESS CHAVESOLF
                 INVALID KEY
                    MOVE "S" TO W-FIMLST.
           PERFORM R8A THRU R8A-FIM UNTIL W-FIMLST = "S".
           IF W-QTDLST = ZEROS
              DISPLAY "*** NENHUMA SOLICITACAO DE FERIAS ***".
           IF W-QTDPEND = ZEROS
              GO TO R5-SAI.
       R8B.
           DISPLAY "CANCELAR PENDENTE (NUMERO, 0 = NAO) : "
                   WITH NO ADVANCING
           ACCEPT W-NUMSOL
           IF W-NUMSOL = ZEROS
              GO TO R5-SAI.
           MOVE W-MEUFUNC TO SOLF-CODFUNC
           MOVE W-NUMSOL  TO SOLF-NUM
           READ CADSOLF
           IF ST-SOLF NOT = "00" OR SOLF-SIT NOT = "P"
              DISPLAY "*** SOLICITACAO PENDENTE NAO ENCONTRADA ***"
              GO TO R8B.
           MOVE "C"       TO SOLF-SIT
           MOVE W-OPERCOD TO SOLF-OPERDEC
           MOVE W-HOJE    TO SOLF-DTDEC
           MOVE "CANCELADA PELO FUNCIONARIO" TO SOLF-MOTIVO
           REWRITE REGSOLF
           IF ST-SOLF NOT = "00" AND ST-SOLF NOT = "02"
              DISPLAY "ERRO NA ALTERACAO DO ARQUIVO CADSOLF"
              GO TO R5-SAI.
           DISPLAY "*** SOLICITACAO " W-NUMSOL " CANCELADA ***"
           MOVE "CADSOLF "    TO W-JARQ
           MOVE "A"           TO W-JACAO
           MOVE CHAVESOLF     TO W-JCHREG
           MOVE "CANCELADA " TO W-JRESUMO
           PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM
           GO TO R5-SAI.
      *
       R8A.
           READ CADSOLF NEXT RECORD
                AT END
                   MOVE "S" TO W-FIMLST
                   GO TO R8A-FIM
           END-READ
           IF ST-SOLF NOT = "00" OR SOLF-CODFUNC NOT = W-MEUFUNC
              MOVE "S" TO W-FIMLST
              GO TO R8A-FIM.
           ADD 1 TO W-QTDLST
           MOVE SPACES TO W-DESCSIT
           IF SOLF-SIT = "P"
              ADD 1 TO W-QTDPEND
              MOVE "PENDENTE" TO W-DESCSIT.
           IF SOLF-SIT = "A"
              MOVE "APROVADA" TO W-DESCSIT.
           IF SOLF-SIT = "R"
              MOVE "RECUSADA" TO W-DESCSIT.
           IF SOLF-SIT = "C"
              MOVE "CANCELADA" TO W-DESCSIT.
           MOVE SOLF-DTINI TO W-DTED
           MOVE SOLF-DTFIM TO W-DTED2
           DISPLAY "  NR " SOLF-NUM "  PER " SOLF-SEQFERIAS "  "
                   W-DTED " A " W-DTED2 "  " SOLF-DIAS " DIAS  "
                   W-DESCSIT
           IF SOLF-SIT = "R" AND SOLF-MOTIVO NOT = SPACES
              DISPLAY "         MOTIVO: " SOLF-MOTIVO.
       R8A-FIM.
           EXIT.
      *
      *********************************************************
      * LINHAS DO CALCULO DA FOLHA (DETALHE CADPAGD) COM A     *
      * REFERENCIA; INSS, IR E SALARIO-FAMILIA SAEM NOS TOTAIS *
      *********************************************************
       ROT-LISTA-DET.
           MOVE ZEROS TO W-QTDLIN
           IF W-TEMPAGD NOT = "S"
              GO TO ROT-LISTA-DET-FIM.
           MOVE CHAVEPGTO TO PAGD-CHAVEPGTO
           MOVE ZEROS     TO PAGD-EVENTO
           START CADPAGD KEY IS NOT LESS CHAVEPAGD
                 INVALID KEY
                    GO TO ROT-LISTA-DET-FIM.
       ROT-LISTA-DET-RD.
           READ CADPAGD NEXT RECORD
                AT END
                   GO TO ROT-LISTA-DET-FIM
           END-READ
           IF PAGD-CHAVEPGTO NOT = CHAVEPGTO
              GO TO ROT-LISTA-DET-FIM.
           ADD 1 TO W-QTDLIN
           IF PAGD-EVENTO = 900 OR PAGD-EVENTO = 910
              OR PAGD-EVENTO = 915 OR PAGD-EVENTO = 020
              GO TO ROT-LISTA-DET-RD.
           MOVE PAGD-REF   TO W-REFED
           MOVE PAGD-VALOR TO W-VALED
           IF PAGD-NATUR = "P"
              DISPLAY "  (+) " PAGD-DESCR " " W-REFED ": " W-VALED
           ELSE
              IF PAGD-NATUR = "I"
                 DISPLAY "  (=) " PAGD-DESCR " " W-REFED ": "
                         W-VALED
              ELSE
                 DISPLAY "  (-) " PAGD-DESCR " " W-REFED ": "
                         W-VALED.
           GO TO ROT-LISTA-DET-RD.
       ROT-LISTA-DET-FIM.
           EXIT.
      *
      *********************************************************
      * LANCAMENTOS DE CADMOV DA COMPETENCIA (SO DO PROPRIO    *
      * FUNCIONARIO)                                           *
           EXIT.
      *
      *********************************************************
      * JORNALIZA O ACESSO AO HOLERITE (ACAO C = CONSULTA) E   *
      * AS SOLICITACOES DE FERIAS (I = INCLUSAO, A = CANCELA-  *
      * MENTO), COM O OPERADOR DO PROPRIO LOGIN E A CHAVE DO   *
      * REGISTRO (W-JARQ/W-JACAO/W-JCHREG/W-JRESUMO)           *
      *********************************************************
       ROT-GRAVA-JORNAL.
           ACCEPT JORN-DATA FROM DATE YYYYMMDD
           ACCEPT W-JHORA8 FROM TIME
           MOVE W-JHORA8 (1:6) TO JORN-HORA
           MOVE ZEROS     TO JORN-SEQ
           MOVE W-OPERCOD TO JORN-OPER
           MOVE "CONSFO3 " TO JORN-PROG
           MOVE W-JARQ    TO JORN-ARQ
           MOVE W-JACAO   TO JORN-ACAO
           MOVE W-JCHREG  TO JORN-CHREG
           MOVE W-JRESUMO TO JORN-RESUMO.
      *    GRAVACAO ENCADEADA NO CADJORN (VER JORNREG)
           CALL "JORNREG" USING REGJORN ST-JORN.
       ROT-GRAVA-JORNAL-FIM.
           EXIT.
      *
      *********************************************************
      * ABRE OS ARQUIVOS DAS FERIAS (CADSOLF E CRIADO NA       *
      * PRIMEIRA SOLICITACAO) E LE O LIMITE DE AUSENCIA DA     *
      * AREA (PARAMETRO 015, PADRAO 30%)                       *
      *********************************************************
       ROT-ABRE-FER.
           MOVE "N" TO W-FERABERTO
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           OPEN INPUT CADFERIAS
           IF ST-FER NOT = "00"
              DISPLAY "*** SEM CADASTRO DE FERIAS (CADFERIAS) ***"
              GO TO ROT-ABRE-FER-FIM.
           OPEN I-O CADSOLF
           IF ST-SOLF NOT = "00"
              IF ST-SOLF = "30"
                 OPEN OUTPUT CADSOLF
                 CLOSE CADSOLF
                 OPEN I-O CADSOLF
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADSOLF"
                 CLOSE CADFERIAS
                 GO TO ROT-ABRE-FER-FIM.
           MOVE "S" TO W-TEMPLFER
           OPEN INPUT CADPLFER
           IF ST-PLF NOT = "00"
              MOVE "N" TO W-TEMPLFER.
           MOVE 30 TO W-PCTMAX
           MOVE "S" TO W-TEMPARAM
           OPEN INPUT CADPARAM
           IF ST-PARAM NOT = "00"
              MOVE "N" TO W-TEMPARAM.
           IF W-TEMPARAM = "S"
              MOVE 015 TO W-PARAMCOD
              MOVE W-HOJE (1:6) TO W-PARAMCOMP
              PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
              IF W-PARAMVLR > 0
                 MOVE W-PARAMVLR TO W-PCTMAX
              END-IF
              CLOSE CADPARAM.
           MOVE "S" TO W-FERABERTO.
       ROT-ABRE-FER-FIM.
           EXIT.
      *
       ROT-FECHA-FER.
           IF W-FERABERTO NOT = "S"
              GO TO ROT-FECHA-FER-FIM.
           CLOSE CADFERIAS CADSOLF
           IF W-TEMPLFER = "S"
              CLOSE CADPLFER.
           MOVE "N" TO W-FERABERTO.
       ROT-FECHA-FER-FIM.
           EXIT.
      *
      *********************************************************
      * W-PENDACH = "S" QUANDO O FUNCIONARIO JA TEM            *
      * SOLICITACAO PENDENTE PARA O PERIODO W-SEQSOL           *
      *********************************************************
       ROT-BUSCA-PEND.
           MOVE "N" TO W-PENDACH
           MOVE W-MEUFUNC TO SOLF-CODFUNC
           MOVE ZEROS     TO SOLF-NUM
           START CADSOLF KEY IS NOT LESS CHAVESOLF
                 INVALID KEY
                    GO TO ROT-BUSCA-PEND-FIM.
       ROT-BUSCA-PEND-RD.
           READ CADSOLF NEXT RECORD
                AT END
                   GO TO ROT-BUSCA-PEND-FIM
           END-READ
           IF ST-SOLF NOT = "00" OR SOLF-CODFUNC NOT = W-MEUFUNC
              GO TO ROT-BUSCA-PEND-FIM.
           IF SOLF-SIT = "P" AND SOLF-SEQFERIAS = W-SEQSOL
              MOVE "S" TO W-PENDACH
              GO TO ROT-BUSCA-PEND-FIM.
           GO TO ROT-BUSCA-PEND-RD.
       ROT-BUSCA-PEND-FIM.
           EXIT.
      *
      *    PROXIMO NUMERO DE SOLICITACAO DO FUNCIONARIO
       ROT-PROX-SOLF.
           MOVE ZEROS TO W-NUMSOL
           MOVE W-MEUFUNC TO SOLF-CODFUNC
           MOVE ZEROS     TO SOLF-NUM
           START CADSOLF KEY IS NOT LESS CHAVESOLF
                 INVALID KEY
                    GO TO ROT-PROX-SOLF-ENC.
       ROT-PROX-SOLF-RD.
           READ CADSOLF NEXT RECORD
                AT END
                   GO TO ROT-PROX-SOLF-ENC
           END-READ
           IF ST-SOLF NOT = "00" OR SOLF-CODFUNC NOT = W-MEUFUNC
              GO TO ROT-PROX-SOLF-ENC.
           MOVE SOLF-NUM TO W-NUMSOL
           GO TO ROT-PROX-SOLF-RD.
       ROT-PROX-SOLF-ENC.
           ADD 1 TO W-NUMSOL.
       ROT-PROX-SOLF-FIM.
           EXIT.
      *
      *********************************************************
      * CONTA OS FUNCIONARIOS ATIVOS DA AREA PELO INDICE       *
      * ALTERNADO CODAREA                                      *
      *********************************************************
       ROT-CONTA-AREA.
           MOVE ZEROS TO W-QTDAREA
           MOVE W-MINHAAREA TO CODAREA
           START CADFUNC KEY IS NOT LESS CODAREA
                 INVALID KEY
                    GO TO ROT-CONTA-AREA-FIM.
       ROT-CONTA-AREA-RD.
           READ CADFUNC NEXT RECORD
                AT END
                   GO TO ROT-CONTA-AREA-FIM
           END-READ
           IF CODAREA NOT = W-MINHAAREA
              GO TO ROT-CONTA-AREA-FIM.
           IF SITFUNC = "A"
              ADD 1 TO W-QTDAREA.
           GO TO ROT-CONTA-AREA-RD.
       ROT-CONTA-AREA-FIM.
           EXIT.
      *
      *********************************************************
      * CONTA AS PROGRAMACOES DE OUTROS FUNCIONARIOS DA MESMA  *
      * AREA QUE SE SOBREPOEM A JANELA PEDIDA (W-INIANM A      *
      * W-FIMANM, EM AAAAMMDD)                                 *
      *********************************************************
       ROT-CONTA-AUSENTE.
           MOVE ZEROS TO W-QTDAUSENTE
           IF W-TEMPLFER NOT = "S"
              GO TO ROT-CONTA-AUSENTE-FIM.
           MOVE ZEROS TO PLF-CODFUNC PLF-SEQFERIAS
           START CADPLFER KEY IS NOT LESS CHAVEPLFER
                 INVALID KEY
                    GO TO ROT-CONTA-AUSENTE-FIM.
       ROT-CONTA-AUSENTE-RD.
           READ CADPLFER NEXT RECORD
                AT END
                   GO TO ROT-CONTA-AUSENTE-FIM
           END-READ
           IF PLF-CODFUNC = W-MEUFUNC
              GO TO ROT-CONTA-AUSENTE-RD.
           MOVE PLF-DTINI TO W-DTDMA8
           PERFORM ROT-DMA-AMD THRU ROT-DMA-AMD-FIM
           MOVE W-DTAMD8 TO W-INIANM2
           MOVE PLF-DTFIM TO W-DTDMA8
           PERFORM ROT-DMA-AMD THRU ROT-DMA-AMD-FIM
           MOVE W-DTAMD8 TO W-FIMANM2
           IF W-INIANM2 > W-FIMANM OR W-FIMANM2 < W-INIANM
              GO TO ROT-CONTA-AUSENTE-RD.
      *    SO CONTA QUEM E DA MESMA AREA
           MOVE PLF-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO2 = "00" AND CODAREA = W-MINHAAREA
              ADD 1 TO W-QTDAUSENTE.
           GO TO ROT-CONTA-AUSENTE-RD.
       ROT-CONTA-AUSENTE-FIM.
           EXIT.
      *
      *********************************************************
      * VALIDA A DATA DDMMAAAA DE W-DTDMA: W-DATAOK = "S" COM  *
      * A DATA EM AAAAMMDD (W-DTAMD8) E O NUMERO DE DIAS       *
      * CORRIDOS EM W-SRSERIAL (PARA CONTAR DIAS ENTRE DATAS)  *
      *********************************************************
       ROT-VALIDA-DATA.
           MOVE "N" TO W-DATAOK
           IF W-MESD < 1 OR W-MESD > 12 OR W-ANOD < 1900
              OR W-DIAD < 1
              GO TO ROT-VALIDA-DATA-FIM.
           MOVE W-ANOD TO W-DMANO
           MOVE W-MESD TO W-DMMES
           PERFORM ROT-DIAS-MES THRU ROT-DIAS-MES-FIM
           IF W-DIAD > W-DIASMES
              GO TO ROT-VALIDA-DATA-FIM.
           PERFORM ROT-DMA-AMD THRU ROT-DMA-AMD-FIM
           MOVE W-ANOA TO W-SRA
           MOVE W-MESA TO W-SRM
           IF W-SRM < 3
              ADD 12 TO W-SRM
              SUBTRACT 1 FROM W-SRA.
           DIVIDE W-SRA BY 4   GIVING W-SRQ4
           DIVIDE W-SRA BY 100 GIVING W-SRQ100
           DIVIDE W-SRA BY 400 GIVING W-SRQ400
           COMPUTE W-SRT = (153 * (W-SRM - 3)) + 2
           DIVIDE W-SRT BY 5 GIVING W-SRT
           COMPUTE W-SRSERIAL = (365 * W-SRA) + W-SRQ4 - W-SRQ100
                              + W-SRQ400 + W-SRT + W-DIAA
           MOVE "S" TO W-DATAOK.
       ROT-VALIDA-DATA-FIM.
           EXIT.
      *
      *    QUANTIDADE DE DIAS DO MES W-DMMES/W-DMANO
       ROT-DIAS-MES.
           EVALUATE W-DMMES
              WHEN 01 MOVE 31 TO W-DIASMES
              WHEN 03 MOVE 31 TO W-DIASMES
              WHEN 05 MOVE 31 TO W-DIASMES
              WHEN 07 MOVE 31 TO W-DIASMES
              WHEN 08 MOVE 31 TO W-DIASMES
              WHEN 10 MOVE 31 TO W-DIASMES
              WHEN 12 MOVE 31 TO W-DIASMES
              WHEN 02
                 DIVIDE W-DMANO BY 4 GIVING W-QUOC4
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
      *    CONVERTE DATA DDMMAAAA (W-DTDMA) PARA AAAAMMDD (W-DTAMD)
       ROT-DMA-AMD.
           MOVE W-DIAD TO W-DIAA
           MOVE W-MESD TO W-MESA
           MOVE W-ANOD TO W-ANOA.
       ROT-DMA-AMD-FIM.
           EXIT.
      *
      *********************************************************
      * BUSCA O PARAMETRO W-PARAMCOD EM CADPARAM E DEVOLVE O   *
      * VALOR EM W-PARAMVLR (ZEROS QUANDO NAO CADASTRADO): O   *
      * DA MAIOR VIGENCIA QUE NAO ULTRAPASSE A COMPETENCIA     *
      * W-PARAMCOMP                                            *
      *********************************************************
       ROT-BUSCA-PARAM.
           MOVE ZEROS TO W-PARAMVLR
           IF W-TEMPARAM NOT = "S"
              GO TO ROT-BUSCA-PARAM-FIM.
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
           IF ST-PARAM NOT = "00" OR PARAM-COD NOT = W-PARAMCOD
              OR PARAM-VIGEN > W-PARAMCOMP
              GO TO ROT-BUSCA-PARAM-FIM.
           MOVE PARAM-VALOR TO W-PARAMVLR
           GO TO ROT-BUSCA-PARAM-RD.
       ROT-BUSCA-PARAM-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADFUNC
           DISPLAY "*** FIM DO AUTOATENDIMENTO ***".
       ROT-FIM2.
           EXIT PROGRAM.
