      **************************************************************
      * CONSULTA DE INDICACOES - PARA UM APELIDO, LISTA OS AMIGOS   *
      * QUE ELE INDICOU (CAMPO INDICADO POR DO CADASTRO, PROGR0X6), *
      * COM NOME E SITUACAO (A=ATIVO S=SUSPENSO C=CANCELADO). O     *
      * RECONHECIMENTO ANUAL DOS INDICADORES SAI NO REL070.         *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
