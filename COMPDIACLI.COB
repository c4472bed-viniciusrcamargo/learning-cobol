           RECORDING MODE IS F.
           COPY "BOOKAUD".

      *    LAYOUT = 57 POSICOES

       FD  PARMDIACLI
           RECORDING MODE IS F.
