           IF INDICADOR-AM = SPACES
              GO TO R2-FIM.
           ADD 1 TO W-TOTINDIC
      *    SO CONTA O INDICADO ATIVO (A) E SEM MENSALIDADE VENCIDA
      *    EM ABERTO: SUSPENSO (S) E CANCELADO (C) NAO VALEM
           IF SITAMIGO NOT = "A"
              GO TO R2-FIM.
           PERFORM ROT-CONTA-ATRASO THRU ROT-CONTA-ATRASO-FIM
           IF W-EMATRASO NOT = ZEROS
