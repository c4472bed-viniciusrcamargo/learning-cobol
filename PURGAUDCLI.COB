           RECORDING MODE IS F.
           COPY "BOOKAUD".

      *    LAYOUT = 57 POSICOES

       FD  AUDARQNEW
           RECORDING MODE IS F.
      *    LAYOUT = 57 POSICOES (REGISTROS MANTIDOS, LAYOUT BOOKAUD)
       01  REG-AUDARQNEW         PICTURE X(57).

       FD  ARCAUDCLI
           RECORDING MODE IS F.
      *    LAYOUT = 57 POSICOES (REGISTROS EXPURGADOS, LAYOUT BOOKAUD)
       01  REG-ARCAUDCLI         PICTURE X(57).

       FD  PARMPRGAUD
           RECORDING MODE IS F.
