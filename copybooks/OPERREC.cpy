      * sign-on and checks the permission byte its function needs:
      *   OPER-PODE-CONSULTA    inquiry programs (DEMOINQ, DEMOAUDR)
      *   OPER-PODE-MANUTENCAO  payment/master maintenance (DEMOMANT,
      *                         DEMODUP, DEMOOPER, DEMOPED)
      *   OPER-PODE-CONFIRMAR   confirm/reverse/approve/resolve
      *                         (DEMONSTRA4, DEMOAPRV, DEMODISC)
      *   OPER-PODE-FORNECEDOR  vendor maintenance (DEMOVEND)
