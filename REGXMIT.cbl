      * Date:
      * Purpose: reusable transmission-register routine (the FORMATDT
      *          discipline). Called by every program that opens an
      *          interface file, with the logical file name, the
      *          file's header date and its processing cycle (00 for
      *          a once-a-day file):
      *            C = consulta  - answers whether that file date was
      *                and cycle was already registered as processed,
      *                so a re-sent prior-day file is refused as a
      *                duplicate
      *            R = registra  - records (or re-records, for a
      *                sanctioned reprocess) the date, origem,
      *                sentido and trailer totals
          88 LNK-REGISTRA          VALUE "R".
       01 LNK-ARQUIVO              PIC X(08).
       01 LNK-DATA                 PIC 9(08).
       01 LNK-CICLO                PIC 9(02).
       01 LNK-ORIGEM               PIC X(08).
       01 LNK-SENTIDO              PIC X(01).
       01 LNK-QTD                  PIC 9(07).
          88 LNK-DUPLICADO         VALUE "D".
          88 LNK-ERRO              VALUE "E".
       PROCEDURE DIVISION USING LNK-FUNCAO LNK-ARQUIVO LNK-DATA
                                 LNK-CICLO LNK-ORIGEM LNK-SENTIDO
                                 LNK-QTD LNK-HASH LNK-RESULTADO.
       MAIN-PROCEDURE.
            SET LNK-OK TO TRUE

       CONSULTA-REGISTRO.
            MOVE LNK-ARQUIVO TO REG-ARQUIVO
            MOVE LNK-DATA TO REG-DATA
            MOVE LNK-CICLO TO REG-CICLO
            READ REGISTRO-FILE
                INVALID KEY
                    CONTINUE
       REGISTRA-TRANSMISSAO.
            MOVE LNK-ARQUIVO TO REG-ARQUIVO
            MOVE LNK-DATA TO REG-DATA
            MOVE LNK-CICLO TO REG-CICLO
            MOVE LNK-ORIGEM TO REG-ORIGEM
            MOVE LNK-SENTIDO TO REG-SENTIDO
            MOVE LNK-QTD TO REG-QTD
