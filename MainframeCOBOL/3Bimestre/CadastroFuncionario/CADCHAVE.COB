      * FUNCIONARIO: COM "S" O REL009 GERA O CREDITO NA REMESSA     *
      * INSTANTANEA (REMINST.TXT) EM VEZ DO CREDITO EM CONTA; O     *
      * RETORNO VEM PELO RETINST.TXT, PROCESSADO PELO REL025.       *
      * A FORMA DE PAGAMENTO DO CADFPAG, QUANDO CADASTRADA,          *
      * PREVALECE SOBRE ESTE INDICADOR.                             *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
