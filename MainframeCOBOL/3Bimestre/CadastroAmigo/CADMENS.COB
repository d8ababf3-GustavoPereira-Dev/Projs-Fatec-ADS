      * (GERSUSP) E A BAIXA QUITAR A ULTIMA MENSALIDADE VENCIDA EM   *
      * ABERTO, A SITUACAO VOLTA A ATIVO NA HORA, COM REGISTRO NO    *
      * JORNAL (CADJORN).                                            *
      *                                                              *
      * COBRANCA BANCARIA: AS MENSALIDADES VAO AO BANCO PELO REL105  *
      * E O RETORNO (REL106) FAZ A MESMA BAIXA E REATIVACAO SEM      *
      * PASSAR POR ESTA TELA.                                        *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APELIDO
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT CADTRAVA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
          03 SITAMIGO      PIC X(01).
          03 INDICADOR-AM  PIC X(12).
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
          03 JORN-ACAO     PIC X(1).
          03 JORN-CHREG    PIC X(14).
          03 JORN-RESUMO   PIC X(10).
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
      * PELO REL035.                                           *
      *********************************************************
       ROT-GRAVA-JORNAL.
           MOVE ZEROS TO W-JOPER
           OPEN INPUT CADTRAVA
           IF ST-TRAVA = "00"
           MOVE W-JACAO TO JORN-ACAO
           MOVE W-JCHAVE TO JORN-CHREG
           MOVE W-JMOTIVO TO JORN-RESUMO.
      *    GRAVACAO ENCADEADA NO CADJORN (VER JORNREG)
           CALL "JORNREG" USING REGJORN ST-JORN.
       ROT-GRAVA-JORNAL-FIM.
           EXIT.

