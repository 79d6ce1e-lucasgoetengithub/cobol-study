      *   06 = TRAN-VENCIMENTO invalido (nem branco nem numerico)
      *   07 = TRAN-TIPO invalido (nem branco, nem P, nem C)
      *   08 = nota de credito sem fornecedor (nada a creditar)
      *   09 = TRAN-CENTRO-CUSTO nao cadastrado no CCUSTMST
      *   10 = TRAN-PEDIDO nao cadastrado no PEDMAST
      *   11 = TRAN-PEDIDO encerrado
      *   12 = TRAN-PEDIDO de outro fornecedor
      *   13 = TRAN-FORMA-PAGTO invalida (nem branco, nem T, B ou P)
      *        ou informada numa nota de credito
      *   14 = linha digitavel do boleto ausente, nao numerica ou com
      *        digito verificador invalido
      *   15 = valor do boleto diverge de TRAN-AMOUNT
      *   16 = vencimento do boleto diverge de TRAN-VENCIMENTO
      *   17 = boleto em moeda diferente de BRL
      *   18 = PIX sem fornecedor (a chave vem do VENDMAST)
      ******************************************************************
       01 REJECT-RECORD.
          05 REJ-DADOS               PIC X(97).
          05 REJ-MOTIVO              PIC X(02).
