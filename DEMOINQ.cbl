            DISPLAY "  SITUACAO DO PAGTO: "
                PAY-PAGTO OF HIST-PAY-RECORD
                " (N=NAO CONFIRMADO, S=CONFIRMADO, P=POSTADO,"
                " A=AGUARD.APROVACAO, F=AGENDADO, C=CANCELADO)"
            IF PAY-CANCELADO OF HIST-PAY-RECORD
                DISPLAY "  CANCELADO EM: "
                    PAY-CANC-DATA OF HIST-PAY-RECORD
                    " POR " PAY-CANC-OPERADOR OF HIST-PAY-RECORD
                DISPLAY "  MOTIVO: "
                    PAY-CANC-MOTIVO OF HIST-PAY-RECORD
                DISPLAY "  ESTORNO NO GL: "
                    PAY-DATA-ESTORNO OF HIST-PAY-RECORD
                    " RETORNO '" PAY-ESTORNO-ACK OF HIST-PAY-RECORD
                    "' (ZEROS=NAO ENVIADO, A=ACEITO, R=REJEITADO)"
            END-IF
            IF PAY-DEVOLVIDO OF HIST-PAY-RECORD
                DISPLAY "  DEVOLVIDO PELO BANCO EM: "
                    PAY-DATA-DEVOLUCAO OF HIST-PAY-RECORD
                    " (SITUACAO ANTERIOR "
                    PAY-PAGTO-PRE-DEVOLUCAO OF HIST-PAY-RECORD ")"
            END-IF
            DISPLAY "  FORNECEDOR: "
                PAY-FORNECEDOR OF HIST-PAY-RECORD
                " " WS-NOME-FORNECEDOR
                    WS-SALDO-CRED-EDIT " BRL"
            END-IF
            DISPLAY "  BANCO LIQUIDANTE: "
                PAY-BANCO OF HIST-PAY-RECORD
            DISPLAY "  FORMA DE PAGAMENTO: "
                PAY-FORMA-PAGTO OF HIST-PAY-RECORD
                " (T/BRANCO=TRANSFERENCIA, B=BOLETO, P=PIX)"
            IF PAY-POR-BOLETO OF HIST-PAY-RECORD
                DISPLAY "  LINHA DIGITAVEL: "
                    PAY-LINHA-DIGITAVEL OF HIST-PAY-RECORD
            END-IF.

       BUSCA-NOME-FORNECEDOR.
            MOVE SPACES TO WS-NOME-FORNECEDOR
