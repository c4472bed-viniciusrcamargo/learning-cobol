           RECORDING MODE IS F.
           COPY "BOOKAUD".

      *    LAYOUT = 57 POSICOES

       FD  PARMAUDCLI
           RECORDING MODE IS F.

       FD  EXTAUDCLI
           RECORDING MODE IS F.
      *    LAYOUT = 57 POSICOES (EXTRATO LEGIVEL POR MAQUINA, NO
      *    MESMO LAYOUT BOOKAUD DA TRILHA DE AUDITORIA)
       01  REG-EXTAUDCLI         PICTURE X(57).

       FD  CALARQCLI
           RECORDING MODE IS F.

             MOVE SPACES TO REG-RELAUDCLI.
             STRING "AGENCIA CONTA   FLAG MOTIVO          DATA     "
                    "HORA   SOLICIT. APROVAD."
                       DELIMITED BY SIZE
               INTO REG-RELAUDCLI.
             WRITE REG-RELAUDCLI.
                    AUD-DATA    DELIMITED BY SIZE
                    " "         DELIMITED BY SIZE
                    AUD-HORA    DELIMITED BY SIZE
                    " "         DELIMITED BY SIZE
                    AUD-OPER-SOLIC DELIMITED BY SIZE
                    " "         DELIMITED BY SIZE
                    AUD-OPER-APROV DELIMITED BY SIZE
               INTO REG-RELAUDCLI.
             WRITE REG-RELAUDCLI.
       0330-FIM. EXIT.
