      *   03 = pagamento acima do limite sem aprovacao registrada
      *        (aguardando aprovacao ou aprovacao recusada - DEMOAPRV)
      *   04 = pagamento agendado ainda nao liberado (DEMOREL)
      *   05 = pagamento cancelado (DEMOMANT/DEMOMNTB) - valor a
      *        recuperar junto ao banco
      ******************************************************************
       01 CONF-EXCECAO-RECORD.
          05 CEX-ID                  PIC X(10).
