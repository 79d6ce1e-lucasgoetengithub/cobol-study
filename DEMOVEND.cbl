      *          program applies it against VENDMAST with the same
      *          AUDITLOG discipline DEMOMANT applies to payments,
      *          so every payment can carry a vendor the reports can
      *          name instead of an anonymous ID. A change of bank,
      *          branch or account clears the suspicion mark a bank
      *          return (DEMODEVL) left on the vendor's details
      *          (the new details then wait for verification like
      *          any other change); a change that keeps the suspect
      *          details keeps the mark.
      *          A vendor can be registered as the tax authority
      *          (orgao arrecadador) the monthly IRF remittance
      *          (DEMODARF) is paid to, or as a court deposit
      *          account a garnishment order (PENHMAST) remits to.
      *          Every change of bank, branch or account is kept on
      *          VENDHIST with the details before and after and the
      *          operator who keyed it, and puts the vendor in a
      *          verification hold: DEMOPAYO sends its payments to
      *          PAYOEXC until a second operator, holding the vendor
      *          permission and not the one who made the change,
      *          releases the hold (action V) after confirming the
      *          new account with the vendor.
      *          The vendor's payment terms are kept here too: the
      *          early-payment discount (percentage and days) and the
      *          net days that date a payment loaded without a due
      *          date (DEMOLOAD).
      *          And the vendor's tax identification: pessoa fisica
      *          (CPF) or juridica (CNPJ), the number checked against
      *          its two check digits and refused when another vendor
      *          already holds it - a second code for the same payee
      *          would split its withholding and hide duplicate
      *          payments. A vendor registered before the field
      *          existed must have it keyed at its next change.
      *          The vendor's PIX key (CPF/CNPJ, e-mail, telefone or
      *          chave aleatoria, each checked for its form) is what
      *          DEMOPAYO pays a PIX payment to; changing it is
      *          handled like a change of account - kept on VENDHIST
      *          and held for verification by a second operator.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT HISTORICO-FILE ASSIGN TO "VENDHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
       COPY VENDMAST.
       FD  AUDIT-FILE.
       COPY AUDITREC.
       FD  HISTORICO-FILE.
       COPY VENDHIST.
       FD  OPERATOR-FILE.
       COPY OPERREC.
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR             PIC X(08) VALUE SPACE.
       77 WS-VEND-STATUS          PIC X(02) VALUE "00".
       77 WS-AUDIT-STATUS         PIC X(02) VALUE "00".
       77 WS-HIST-STATUS          PIC X(02) VALUE "00".
       77 WS-DADOS-BANCO-ALTERADOS PIC X(01) VALUE "N".
          88 WS-BANCO-ALTERADO    VALUE "Y".
       77 WS-OPERADOR-VALIDADO    PIC X(01) VALUE "N".
          88 WS-OPERADOR-NO-OPERMAST VALUE "Y".
       77 WS-ACAO                 PIC X(01) VALUE SPACE.
       77 WS-CODIGO               PIC X(06) VALUE SPACE.
       77 WS-MOTIVO               PIC X(30) VALUE SPACE.
       77 WS-OPERACAO-VEND        PIC X(19) VALUE SPACE.
       77 WS-TAXA-ENTRADA         PIC X(06) VALUE SPACE.
       77 WS-TAXA-POS-INVALIDA    PIC 9(04) VALUE ZEROS.
       77 WS-DIAS-ENTRADA         PIC X(03) VALUE SPACE.
       77 WS-PESSOA-ENTRADA       PIC X(01) VALUE SPACE.
          88 WS-ENTRADA-FISICA    VALUE "F".
          88 WS-ENTRADA-JURIDICA  VALUE "J".
       77 WS-DOC-ENTRADA          PIC X(14) VALUE SPACE.
       77 WS-CPF-ENTRADA          PIC 9(11) VALUE ZEROS.
       77 WS-TIPO-PESSOA-NOVO     PIC X(01) VALUE SPACE.
       77 WS-CNPJ-CPF-NOVO        PIC 9(14) VALUE ZEROS.
       77 WS-CNPJ-CPF-ATUAL       PIC 9(14) VALUE ZEROS.
       77 WS-DOC-SITUACAO         PIC X(01) VALUE "Y".
          88 WS-DOC-VALIDO        VALUE "Y".
          88 WS-DOC-INVALIDO      VALUE "N".
       77 WS-DOC-INICIO           PIC 9(02) COMP VALUE ZEROS.
       77 WS-DOC-FIM              PIC 9(02) COMP VALUE ZEROS.
       77 WS-DOC-POS              PIC 9(02) COMP VALUE ZEROS.
       77 WS-DOC-PESO             PIC 9(02) COMP VALUE ZEROS.
       77 WS-DOC-SOMA             PIC 9(05) COMP VALUE ZEROS.
       77 WS-DOC-QUOCIENTE        PIC 9(05) COMP VALUE ZEROS.
       77 WS-DOC-RESTO            PIC 9(02) COMP VALUE ZEROS.
       77 WS-DOC-DV               PIC 9(01) VALUE ZEROS.
       77 WS-EOF-VEND             PIC X(01) VALUE "N".
          88 WS-FIM-VEND          VALUE "Y" FALSE "N".
      * the number digit by digit for the check-digit arithmetic; a
      * CPF sits right-aligned, in positions 4 to 14.
       01 WS-DOCUMENTO.
          05 WS-DOC-DIGITO        PIC 9(01) OCCURS 14 TIMES.
       01 WS-DOCUMENTO-NUM REDEFINES WS-DOCUMENTO PIC 9(14).
       01 WS-DADOS-BANCO-ANTERIOR.
          05 WS-BANCO-ANTERIOR    PIC X(03) VALUE SPACE.
          05 WS-AGENCIA-ANTERIOR  PIC X(05) VALUE SPACE.
          05 WS-CONTA-ANTERIOR    PIC X(10) VALUE SPACE.
       01 WS-DADOS-PIX-ANTERIOR.
          05 WS-TIPO-PIX-ANTERIOR PIC X(01) VALUE SPACE.
          05 WS-CHAVE-PIX-ANTERIOR PIC X(77) VALUE SPACE.
       77 WS-QTD-ARROBAS          PIC 9(02) COMP VALUE ZEROS.
       77 WS-QTD-BRANCOS          PIC 9(02) COMP VALUE ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM IDENTIFICA-OPERADOR

            DISPLAY "ACAO (A=INCLUIR, C=ALTERAR, D=EXCLUIR, "
                "V=LIBERAR VERIFICACAO BANCARIA): "
            ACCEPT WS-ACAO

            DISPLAY "CODIGO DO FORNECEDOR: "
                    DISPLAY "FORNECEDOR ATUAL: " VEND-NOME
                    DISPLAY "SALDO DE CREDITO: "
                        VEND-SALDO-CREDITO
                    IF VEND-BANCO-SUSPEITO
                        DISPLAY "DADOS BANCARIOS SUSPEITOS: "
                            "DEVOLUCAO EM " VEND-DATA-SUSPEITA
                            " MOTIVO " VEND-MOTIVO-SUSPEITA
                    END-IF
                    IF VEND-EM-VERIFICACAO
                        DISPLAY "DADOS BANCARIOS EM VERIFICACAO: "
                            "ALTERADOS EM " VEND-DATA-ALTERACAO-BANCO
                            " POR " VEND-OPERADOR-ALTERACAO
                    END-IF
            END-READ

            EVALUATE WS-ACAO
                    PERFORM ALTERAR-FORNECEDOR
                WHEN "D"
                    PERFORM EXCLUIR-FORNECEDOR
                WHEN "V"
                    PERFORM LIBERAR-VERIFICACAO
                WHEN OTHER
                    PERFORM ERRO-ACAO-INVALIDA
            END-EVALUATE
                STOP RUN
            END-IF

            PERFORM CAPTURA-IDENTIFICACAO-FISCAL
            INITIALIZE VENDOR-RECORD
            MOVE WS-CODIGO TO VEND-CODIGO
            PERFORM CAPTURA-DADOS-FORNECEDOR
            MOVE WS-TIPO-PESSOA-NOVO TO VEND-TIPO-PESSOA
            MOVE WS-CNPJ-CPF-NOVO TO VEND-CNPJ-CPF
            MOVE ZEROS TO VEND-SALDO-CREDITO
            SET VEND-BANCO-OK TO TRUE
            MOVE ZEROS TO VEND-DATA-SUSPEITA
            MOVE SPACES TO VEND-MOTIVO-SUSPEITA
            SET VEND-VERIFICACAO-OK TO TRUE
            MOVE ZEROS TO VEND-DATA-ALTERACAO-BANCO
            MOVE SPACES TO VEND-OPERADOR-ALTERACAO
            MOVE "INCLUSAO DE FORNECEDOR" TO WS-MOTIVO

            WRITE VENDOR-RECORD
                PERFORM ERRO-NAO-ENCONTRADO
            END-IF

            PERFORM CAPTURA-IDENTIFICACAO-FISCAL
            MOVE VEND-BANCO TO WS-BANCO-ANTERIOR
            MOVE VEND-AGENCIA TO WS-AGENCIA-ANTERIOR
            MOVE VEND-CONTA TO WS-CONTA-ANTERIOR
            MOVE VEND-TIPO-CHAVE-PIX TO WS-TIPO-PIX-ANTERIOR
            MOVE VEND-CHAVE-PIX TO WS-CHAVE-PIX-ANTERIOR
            PERFORM CAPTURA-DADOS-FORNECEDOR
            MOVE WS-TIPO-PESSOA-NOVO TO VEND-TIPO-PESSOA
            MOVE WS-CNPJ-CPF-NOVO TO VEND-CNPJ-CPF
            MOVE "ALTERACAO DE FORNECEDOR" TO WS-MOTIVO
            IF VEND-BANCO NOT = WS-BANCO-ANTERIOR
                OR VEND-AGENCIA NOT = WS-AGENCIA-ANTERIOR
                OR VEND-CONTA NOT = WS-CONTA-ANTERIOR
                OR VEND-TIPO-CHAVE-PIX NOT = WS-TIPO-PIX-ANTERIOR
                OR VEND-CHAVE-PIX NOT = WS-CHAVE-PIX-ANTERIOR
                SET WS-BANCO-ALTERADO TO TRUE
                PERFORM ABRE-VERIFICACAO-BANCARIA
            END-IF
            IF VEND-BANCO-SUSPEITO
                PERFORM VERIFICA-CORRECAO-BANCARIA
            END-IF

            REWRITE VENDOR-RECORD
                INVALID KEY
                    PERFORM ERRO-GRAVACAO-VEND
            END-REWRITE

            IF WS-BANCO-ALTERADO
                MOVE "A" TO VHI-EVENTO
                PERFORM GRAVA-HISTORICO-BANCARIO
                DISPLAY "DADOS BANCARIOS ALTERADOS - FORNECEDOR EM "
                    "VERIFICACAO ATE LIBERACAO POR OUTRO OPERADOR"
            END-IF

            DISPLAY "FORNECEDOR " VEND-CODIGO " ALTERADO".

      * a new account is where a redirected payment would go: the
      * vendor's payments stop at DEMOPAYO until someone else
      * confirms it. A second change while the hold stands keeps the
      * original date and moves the hold to the latest operator, so
      * whoever keyed the account in force cannot release it.
       ABRE-VERIFICACAO-BANCARIA.
            IF NOT VEND-EM-VERIFICACAO
                MOVE FUNCTION CURRENT-DATE(1:8)
                    TO VEND-DATA-ALTERACAO-BANCO
            END-IF
            SET VEND-EM-VERIFICACAO TO TRUE
            MOVE WS-OPERADOR TO VEND-OPERADOR-ALTERACAO
            MOVE "ALTERACAO DE DADOS BANCARIOS" TO WS-MOTIVO.

      * the release needs a second pair of eyes: an operator known
      * to OPERMAST (the keyed-ID fallback proves nothing about who
      * is at the terminal) other than the one who keyed the
      * account.
       LIBERAR-VERIFICACAO.
            IF NOT WS-JA-EXISTE
                PERFORM ERRO-NAO-ENCONTRADO
            END-IF
            IF NOT VEND-EM-VERIFICACAO
                DISPLAY "ERRO: FORNECEDOR " WS-CODIGO
                    " NAO ESTA EM VERIFICACAO BANCARIA"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF NOT WS-OPERADOR-NO-OPERMAST
                DISPLAY "ERRO: LIBERACAO EXIGE OPERADOR CADASTRADO "
                    "NO OPERMAST"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF WS-OPERADOR = VEND-OPERADOR-ALTERACAO
                DISPLAY "ERRO: OPERADOR " WS-OPERADOR
                    " ALTEROU OS DADOS BANCARIOS - LIBERACAO EXIGE "
                    "OUTRO OPERADOR"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            MOVE VEND-BANCO TO WS-BANCO-ANTERIOR
            MOVE VEND-AGENCIA TO WS-AGENCIA-ANTERIOR
            MOVE VEND-CONTA TO WS-CONTA-ANTERIOR
            MOVE VEND-TIPO-CHAVE-PIX TO WS-TIPO-PIX-ANTERIOR
            MOVE VEND-CHAVE-PIX TO WS-CHAVE-PIX-ANTERIOR
            SET VEND-VERIFICACAO-OK TO TRUE
            MOVE ZEROS TO VEND-DATA-ALTERACAO-BANCO
            MOVE SPACES TO VEND-OPERADOR-ALTERACAO
            MOVE "LIBERACAO DE DADOS BANCARIOS" TO WS-MOTIVO

            REWRITE VENDOR-RECORD
                INVALID KEY
                    MOVE "LIBERAR FORNECEDOR" TO WS-OPERACAO-VEND
                    PERFORM ERRO-GRAVACAO-VEND
            END-REWRITE

            MOVE "L" TO VHI-EVENTO
            PERFORM GRAVA-HISTORICO-BANCARIO

            DISPLAY "FORNECEDOR " VEND-CODIGO " LIBERADO - DADOS "
                "BANCARIOS VERIFICADOS".

       EXCLUIR-FORNECEDOR.
            IF NOT WS-JA-EXISTE
                PERFORM ERRO-NAO-ENCONTRADO

            DISPLAY "FORNECEDOR " VEND-CODIGO " EXCLUIDO".

      * only new details lift the suspicion: re-keying the account
      * the bank just bounced would send the next order to it again.
       VERIFICA-CORRECAO-BANCARIA.
            IF VEND-BANCO = WS-BANCO-ANTERIOR
                AND VEND-AGENCIA = WS-AGENCIA-ANTERIOR
                AND VEND-CONTA = WS-CONTA-ANTERIOR
                DISPLAY "AVISO: DADOS BANCARIOS INALTERADOS - "
                    "FORNECEDOR CONTINUA SUSPEITO"
            ELSE
                SET VEND-BANCO-OK TO TRUE
                MOVE ZEROS TO VEND-DATA-SUSPEITA
                MOVE SPACES TO VEND-MOTIVO-SUSPEITA
                MOVE "CORRECAO DE DADOS BANCARIOS" TO WS-MOTIVO
                DISPLAY "DADOS BANCARIOS CORRIGIDOS - SUSPEITA "
                    "RETIRADA"
            END-IF.

      * asked before the rest of the vendor's data, because the
      * duplicate search reads through VENDMAST into the record area:
      * an inclusion builds the record afterwards, a change reads its
      * vendor back. ENTER on a change keeps the number on file; a
      * vendor without one must have it keyed.
       CAPTURA-IDENTIFICACAO-FISCAL.
            MOVE ZEROS TO WS-CNPJ-CPF-ATUAL
            IF WS-JA-EXISTE
                MOVE VEND-CNPJ-CPF TO WS-CNPJ-CPF-ATUAL
                MOVE VEND-TIPO-PESSOA TO WS-TIPO-PESSOA-NOVO
                MOVE VEND-CNPJ-CPF TO WS-CNPJ-CPF-NOVO
            END-IF
            IF WS-CNPJ-CPF-ATUAL NOT = ZEROS
                DISPLAY "CNPJ/CPF ATUAL: " VEND-TIPO-PESSOA " "
                    VEND-CNPJ-CPF
                DISPLAY "TIPO DE PESSOA (F=FISICA, J=JURIDICA, "
                    "ENTER P/ MANTER CNPJ/CPF): "
            ELSE
                DISPLAY "TIPO DE PESSOA (F=FISICA, J=JURIDICA): "
            END-IF
            MOVE SPACE TO WS-PESSOA-ENTRADA
            ACCEPT WS-PESSOA-ENTRADA
            IF WS-PESSOA-ENTRADA = SPACE
                AND WS-CNPJ-CPF-ATUAL NOT = ZEROS
                CONTINUE
            ELSE
                IF NOT WS-ENTRADA-FISICA AND NOT WS-ENTRADA-JURIDICA
                    DISPLAY "ERRO: TIPO DE PESSOA INVALIDO - "
                        WS-PESSOA-ENTRADA
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                IF WS-ENTRADA-FISICA
                    DISPLAY "CPF (11 DIGITOS, SEM PONTUACAO): "
                ELSE
                    DISPLAY "CNPJ (14 DIGITOS, SEM PONTUACAO): "
                END-IF
                MOVE SPACE TO WS-DOC-ENTRADA
                ACCEPT WS-DOC-ENTRADA
                PERFORM VALIDA-DOCUMENTO
                IF WS-DOC-INVALIDO
                    DISPLAY "ERRO: CNPJ/CPF INVALIDO - " WS-DOC-ENTRADA
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-PESSOA-ENTRADA TO WS-TIPO-PESSOA-NOVO
                MOVE WS-DOCUMENTO-NUM TO WS-CNPJ-CPF-NOVO
                IF WS-CNPJ-CPF-NOVO NOT = WS-CNPJ-CPF-ATUAL
                    PERFORM VERIFICA-DOCUMENTO-DUPLICADO
                END-IF
            END-IF.

      * all digits, the right count for the person type, not one
      * digit repeated (those pass the arithmetic but are never
      * issued), and both check digits as the Receita computes them.
       VALIDA-DOCUMENTO.
            SET WS-DOC-VALIDO TO TRUE
            IF WS-ENTRADA-FISICA
                IF WS-DOC-ENTRADA(1:11) IS NOT NUMERIC
                    OR WS-DOC-ENTRADA(12:3) NOT = SPACES
                    SET WS-DOC-INVALIDO TO TRUE
                ELSE
                    MOVE WS-DOC-ENTRADA(1:11) TO WS-CPF-ENTRADA
                    MOVE WS-CPF-ENTRADA TO WS-DOCUMENTO-NUM
                    MOVE 4 TO WS-DOC-INICIO
                END-IF
            ELSE
                IF WS-DOC-ENTRADA IS NOT NUMERIC
                    SET WS-DOC-INVALIDO TO TRUE
                ELSE
                    MOVE WS-DOC-ENTRADA TO WS-DOCUMENTO
                    MOVE 1 TO WS-DOC-INICIO
                END-IF
            END-IF
            IF WS-DOC-VALIDO
                SET WS-DOC-INVALIDO TO TRUE
                PERFORM VARYING WS-DOC-POS FROM WS-DOC-INICIO BY 1
                    UNTIL WS-DOC-POS > 14
                    IF WS-DOC-DIGITO(WS-DOC-POS)
                        NOT = WS-DOC-DIGITO(WS-DOC-INICIO)
                        SET WS-DOC-VALIDO TO TRUE
                    END-IF
                END-PERFORM
            END-IF
            IF WS-DOC-VALIDO
                MOVE 12 TO WS-DOC-FIM
                PERFORM CALCULA-DIGITO-VERIFICADOR
                IF WS-DOC-DV NOT = WS-DOC-DIGITO(13)
                    SET WS-DOC-INVALIDO TO TRUE
                END-IF
            END-IF
            IF WS-DOC-VALIDO
                MOVE 13 TO WS-DOC-FIM
                PERFORM CALCULA-DIGITO-VERIFICADOR
                IF WS-DOC-DV NOT = WS-DOC-DIGITO(14)
                    SET WS-DOC-INVALIDO TO TRUE
                END-IF
            END-IF.

      * modulo 11 over the digits from WS-DOC-INICIO to WS-DOC-FIM,
      * weighted 2, 3, 4 ... from the right - without limit for a
      * CPF, restarting at 2 after 9 for a CNPJ. A remainder below 2
      * gives digit 0, any other gives 11 less the remainder.
       CALCULA-DIGITO-VERIFICADOR.
            MOVE ZEROS TO WS-DOC-SOMA
            MOVE 2 TO WS-DOC-PESO
            PERFORM VARYING WS-DOC-POS FROM WS-DOC-FIM BY -1
                UNTIL WS-DOC-POS < WS-DOC-INICIO
                COMPUTE WS-DOC-SOMA = WS-DOC-SOMA
                    + WS-DOC-DIGITO(WS-DOC-POS) * WS-DOC-PESO
                ADD 1 TO WS-DOC-PESO
                IF WS-ENTRADA-JURIDICA AND WS-DOC-PESO > 9
                    MOVE 2 TO WS-DOC-PESO
                END-IF
            END-PERFORM
            DIVIDE WS-DOC-SOMA BY 11 GIVING WS-DOC-QUOCIENTE
                REMAINDER WS-DOC-RESTO
            IF WS-DOC-RESTO < 2
                MOVE 0 TO WS-DOC-DV
            ELSE
                COMPUTE WS-DOC-DV = 11 - WS-DOC-RESTO
            END-IF.

      * VENDMAST has no key on the number, so the search reads it
      * through, the way DEMODARF finds the tax authority; a change
      * then reads its own vendor back into the record area.
       VERIFICA-DOCUMENTO-DUPLICADO.
            SET WS-FIM-VEND TO FALSE
            MOVE LOW-VALUES TO VEND-CODIGO
            START VENDOR-FILE KEY NOT < VEND-CODIGO
                INVALID KEY
                    SET WS-FIM-VEND TO TRUE
            END-START
            PERFORM UNTIL WS-FIM-VEND
                READ VENDOR-FILE NEXT RECORD
                    AT END
                        SET WS-FIM-VEND TO TRUE
                    NOT AT END
                        IF VEND-CNPJ-CPF = WS-CNPJ-CPF-NOVO
                            AND VEND-CODIGO NOT = WS-CODIGO
                            DISPLAY "ERRO: CNPJ/CPF " WS-CNPJ-CPF-NOVO
                                " JA CADASTRADO NO FORNECEDOR "
                                VEND-CODIGO " - " VEND-NOME
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                END-READ
            END-PERFORM
            IF WS-JA-EXISTE
                MOVE WS-CODIGO TO VEND-CODIGO
                READ VENDOR-FILE
                    INVALID KEY
                        PERFORM ERRO-NAO-ENCONTRADO
                END-READ
            END-IF.

       CAPTURA-DADOS-FORNECEDOR.
            DISPLAY "NOME DO FORNECEDOR: "
            ACCEPT VEND-NOME
            ACCEPT VEND-AGENCIA
            DISPLAY "CONTA: "
            ACCEPT VEND-CONTA
            PERFORM CAPTURA-CHAVE-PIX
            DISPLAY "RETEM IRF NA FONTE (S=SIM, ENTER P/ NAO): "
            ACCEPT VEND-IRF-TIPO
            IF VEND-RETEM-IRF
                PERFORM CAPTURA-TAXA-IRF
            ELSE
                MOVE ZEROS TO VEND-IRF-TAXA
            END-IF
            DISPLAY "TIPO DE FAVORECIDO (A=ORGAO ARRECADADOR, "
                "J=CONTA JUDICIAL, ENTER P/ COMUM): "
            ACCEPT VEND-TIPO-FAVORECIDO
            IF NOT VEND-ORGAO-ARRECADADOR
                AND NOT VEND-CONTA-JUDICIAL
                AND NOT VEND-FAVORECIDO-COMUM
                DISPLAY "ERRO: TIPO DE FAVORECIDO INVALIDO - "
                    VEND-TIPO-FAVORECIDO
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
      * the tax authority receives the withheld tax; it is never
      * itself withheld from.
            IF VEND-ORGAO-ARRECADADOR AND VEND-RETEM-IRF
                DISPLAY "ERRO: ORGAO ARRECADADOR NAO PODE TER "
                    "RETENCAO DE IRF"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
      * nor is a court deposit account: what it receives is money
      * already withheld from the garnished vendor.
            IF VEND-CONTA-JUDICIAL AND VEND-RETEM-IRF
                DISPLAY "ERRO: CONTA JUDICIAL NAO PODE TER "
                    "RETENCAO DE IRF"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM CAPTURA-CONDICOES-PAGAMENTO.

      * ENTER on the type means no PIX key. The key must have the
      * form of its type: a valid CPF or CNPJ, an e-mail address, a
      * +55 telephone number, or the 36-character random key
      * (8-4-4-4-12 with hyphens).
       CAPTURA-CHAVE-PIX.
            DISPLAY "TIPO DE CHAVE PIX (C=CPF/CNPJ, E=E-MAIL, "
                "T=TELEFONE, A=ALEATORIA, ENTER P/ NENHUMA): "
            MOVE SPACE TO VEND-TIPO-CHAVE-PIX
            ACCEPT VEND-TIPO-CHAVE-PIX
            MOVE SPACES TO VEND-CHAVE-PIX
            IF VEND-SEM-CHAVE-PIX
                CONTINUE
            ELSE
                IF NOT VEND-PIX-CPF-CNPJ AND NOT VEND-PIX-EMAIL
                    AND NOT VEND-PIX-TELEFONE
                    AND NOT VEND-PIX-ALEATORIA
                    DISPLAY "ERRO: TIPO DE CHAVE PIX INVALIDO - "
                        VEND-TIPO-CHAVE-PIX
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                DISPLAY "CHAVE PIX: "
                ACCEPT VEND-CHAVE-PIX
                PERFORM VALIDA-CHAVE-PIX
            END-IF.

       VALIDA-CHAVE-PIX.
            SET WS-DOC-VALIDO TO TRUE
            EVALUATE TRUE
                WHEN VEND-PIX-CPF-CNPJ
                    PERFORM VALIDA-CHAVE-PIX-DOCUMENTO
                WHEN VEND-PIX-EMAIL
                    MOVE ZEROS TO WS-QTD-ARROBAS
                    MOVE ZEROS TO WS-QTD-BRANCOS
                    INSPECT VEND-CHAVE-PIX TALLYING
                        WS-QTD-ARROBAS FOR ALL "@"
                    INSPECT FUNCTION TRIM(VEND-CHAVE-PIX) TALLYING
                        WS-QTD-BRANCOS FOR ALL SPACE
                    IF WS-QTD-ARROBAS NOT = 1
                        OR WS-QTD-BRANCOS NOT = ZEROS
                        OR VEND-CHAVE-PIX(1:1) = "@"
                        SET WS-DOC-INVALIDO TO TRUE
                    END-IF
                WHEN VEND-PIX-TELEFONE
                    IF VEND-CHAVE-PIX(1:3) NOT = "+55"
                        OR VEND-CHAVE-PIX(4:10) IS NOT NUMERIC
                        OR (VEND-CHAVE-PIX(14:1) IS NOT NUMERIC
                            AND VEND-CHAVE-PIX(14:1) NOT = SPACE)
                        OR VEND-CHAVE-PIX(15:63) NOT = SPACES
                        SET WS-DOC-INVALIDO TO TRUE
                    END-IF
                WHEN VEND-PIX-ALEATORIA
                    IF VEND-CHAVE-PIX(9:1) NOT = "-"
                        OR VEND-CHAVE-PIX(14:1) NOT = "-"
                        OR VEND-CHAVE-PIX(19:1) NOT = "-"
                        OR VEND-CHAVE-PIX(24:1) NOT = "-"
                        OR VEND-CHAVE-PIX(37:41) NOT = SPACES
                        SET WS-DOC-INVALIDO TO TRUE
                    ELSE
                        MOVE ZEROS TO WS-QTD-BRANCOS
                        INSPECT VEND-CHAVE-PIX(1:36) TALLYING
                            WS-QTD-BRANCOS FOR ALL SPACE
                        IF WS-QTD-BRANCOS NOT = ZEROS
                            SET WS-DOC-INVALIDO TO TRUE
                        END-IF
                    END-IF
            END-EVALUATE
            IF WS-DOC-INVALIDO
                DISPLAY "ERRO: CHAVE PIX INVALIDA - " VEND-CHAVE-PIX
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      * a CPF or CNPJ key goes through the same check-digit test as
      * the vendor's own number; the person type is told by the
      * length. The vendor's own choice was already kept in
      * WS-TIPO-PESSOA-NOVO, so the work fields are free.
       VALIDA-CHAVE-PIX-DOCUMENTO.
            MOVE SPACES TO WS-DOC-ENTRADA
            IF VEND-CHAVE-PIX(15:63) NOT = SPACES
                SET WS-DOC-INVALIDO TO TRUE
            ELSE
                MOVE VEND-CHAVE-PIX(1:14) TO WS-DOC-ENTRADA
                IF WS-DOC-ENTRADA(12:3) = SPACES
                    MOVE "F" TO WS-PESSOA-ENTRADA
                ELSE
                    MOVE "J" TO WS-PESSOA-ENTRADA
                END-IF
                PERFORM VALIDA-DOCUMENTO
            END-IF.

      * ENTER on the percentage means no discount; a discount needs
      * its days, and a deadline beyond the net term would never be
      * reached before the due date.
       CAPTURA-CONDICOES-PAGAMENTO.
            DISPLAY "DESCONTO POR ANTECIPACAO % (EX: 2.00, ENTER "
                "P/ NENHUM): "
            MOVE SPACE TO WS-TAXA-ENTRADA
            ACCEPT WS-TAXA-ENTRADA
            IF WS-TAXA-ENTRADA = SPACE
                MOVE ZEROS TO VEND-DESC-PERCENTUAL
            ELSE
                MOVE FUNCTION TEST-NUMVAL
                    (FUNCTION TRIM(WS-TAXA-ENTRADA))
                    TO WS-TAXA-POS-INVALIDA
                IF WS-TAXA-POS-INVALIDA NOT = 0
                    DISPLAY "ERRO: PERCENTUAL DE DESCONTO INVALIDO - "
                        WS-TAXA-ENTRADA
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                COMPUTE VEND-DESC-PERCENTUAL =
                    FUNCTION NUMVAL(FUNCTION TRIM(WS-TAXA-ENTRADA))
                    ON SIZE ERROR
                        DISPLAY "ERRO: PERCENTUAL DE DESCONTO "
                            "INVALIDO - " WS-TAXA-ENTRADA
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-COMPUTE
            END-IF
            MOVE ZEROS TO VEND-DESC-DIAS
            IF VEND-DESC-PERCENTUAL > ZEROS
                DISPLAY "DIAS PARA O DESCONTO (EX: 010): "
                PERFORM CAPTURA-DIAS
                MOVE WS-DIAS-ENTRADA TO VEND-DESC-DIAS
                IF VEND-DESC-DIAS = ZEROS
                    DISPLAY "ERRO: DESCONTO SEM PRAZO EM DIAS"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF
            DISPLAY "PRAZO LIQUIDO EM DIAS (EX: 030, ENTER P/ "
                "VENCIMENTO NA CARGA): "
            PERFORM CAPTURA-DIAS
            MOVE WS-DIAS-ENTRADA TO VEND-PRAZO-DIAS
            IF VEND-PRAZO-DIAS > ZEROS
                AND VEND-DESC-DIAS > VEND-PRAZO-DIAS
                DISPLAY "ERRO: PRAZO DO DESCONTO MAIOR QUE O PRAZO "
                    "LIQUIDO"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       CAPTURA-DIAS.
            MOVE SPACE TO WS-DIAS-ENTRADA
            ACCEPT WS-DIAS-ENTRADA
            IF WS-DIAS-ENTRADA = SPACE
                MOVE "000" TO WS-DIAS-ENTRADA
            END-IF
            IF WS-DIAS-ENTRADA IS NOT NUMERIC
                DISPLAY "ERRO: NUMERO DE DIAS INVALIDO - "
                    WS-DIAS-ENTRADA
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       CAPTURA-TAXA-IRF.
                STOP RUN
            END-IF.

      * the before image comes from WS-DADOS-BANCO-ANTERIOR, the
      * after image from the record as rewritten.
       GRAVA-HISTORICO-BANCARIO.
            OPEN EXTEND HISTORICO-FILE
            IF WS-HIST-STATUS = "05" OR WS-HIST-STATUS = "35"
                OPEN OUTPUT HISTORICO-FILE
            END-IF
            IF WS-HIST-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR VENDHIST - STATUS "
                    WS-HIST-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE FUNCTION CURRENT-DATE TO VHI-TIMESTAMP
            MOVE VEND-CODIGO TO VHI-CODIGO
            MOVE WS-BANCO-ANTERIOR TO VHI-BANCO-ANTERIOR
            MOVE WS-AGENCIA-ANTERIOR TO VHI-AGENCIA-ANTERIOR
            MOVE WS-CONTA-ANTERIOR TO VHI-CONTA-ANTERIOR
            MOVE VEND-BANCO TO VHI-BANCO-NOVO
            MOVE VEND-AGENCIA TO VHI-AGENCIA-NOVA
            MOVE VEND-CONTA TO VHI-CONTA-NOVA
            MOVE WS-TIPO-PIX-ANTERIOR TO VHI-TIPO-PIX-ANTERIOR
            MOVE WS-CHAVE-PIX-ANTERIOR TO VHI-CHAVE-PIX-ANTERIOR
            MOVE VEND-TIPO-CHAVE-PIX TO VHI-TIPO-PIX-NOVO
            MOVE VEND-CHAVE-PIX TO VHI-CHAVE-PIX-NOVA
            MOVE WS-OPERADOR TO VHI-OPERADOR
            WRITE VEND-HIST-RECORD
            IF WS-HIST-STATUS NOT = "00"
                DISPLAY "ERRO AO GRAVAR VENDHIST - STATUS "
                    WS-HIST-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            CLOSE HISTORICO-FILE.

       GRAVA-AUDITORIA.
            OPEN EXTEND AUDIT-FILE
            IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
                    STOP RUN
                END-IF
                PERFORM VALIDA-OPERADOR
                SET WS-OPERADOR-NO-OPERMAST TO TRUE
                CLOSE OPERATOR-FILE
            END-IF.

