           RECORDING MODE IS F.
           COPY "BOOKMOV".

      *    LAYOUT = 62 POSICOES

       FD  RELJURCLI
           RECORDING MODE IS F.
             MOVE WRK-SEQUENCIA   TO MOV-SEQUENCIA.
             MOVE ZEROS           TO MOV-AGENCIA-DEST.
             MOVE ZEROS           TO MOV-CONTA-DEST.
             MOVE SPACES          TO MOV-LOTE-ORIGEM.
             MOVE ZEROS           TO MOV-SEQ-ORIGEM.

             WRITE REG-MOVARQCLI.
             IF FS-MOVJURCLI NOT EQUAL ZEROS
