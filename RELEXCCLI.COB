               FILE STATUS IS FS-RELARQCLI.
           SELECT RELOPERCLI ASSIGN TO ".\RELOPERCLI.TXT"
               FILE STATUS IS FS-RELOPERCLI.
      *    O RETORNO CONSOLIDADO DA CARGA (RETARQCLI, EM BLOCOS POR
      *    ORIGEM) DA AO OPERADOR OS ACEITOS/REJEITADOS DE CADA
      *    ORIGEM; O REGISTRO DE ORIGENS (ORIARQCLI) FAZ APARECER
      *    TAMBEM A ORIGEM CADASTRADA QUE NAO MANDOU NADA.
           SELECT RETARQCLI ASSIGN TO ".\RETARQCLI.TXT"
               FILE STATUS IS FS-RETARQCLI.
           SELECT ORIARQCLI ASSIGN TO ".\ORIARQCLI.TXT"
               FILE STATUS IS FS-ORIARQCLI.
      *    OS PEDIDOS DE STATUS E DE-PARA (PNDARQCLI) AINDA SEM
      *    DECISAO HA MAIS DIAS UTEIS DO QUE A TOLERANCIA DE
      *    PARMPNDCLI SAO LISTADOS PARA O OPERADOR COBRAR O
      *    APROVADOR.
           SELECT PNDARQCLI ASSIGN TO ".\PNDARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-NUMERO
               FILE STATUS IS FS-PNDARQCLI.
           SELECT PARMPNDCLI ASSIGN TO ".\PARMPNDCLI.TXT"
               FILE STATUS IS FS-PARMPNDCLI.

      *    CALARQCLI E O CALENDARIO/CONTROLE DE DATA-MOVIMENTO DO
      *    SITE: A DATA DE NEGOCIO VEM DO REGISTRO "D" DELE, NAO DO
      *    LAYOUT = 80 POSICOES (RELATORIO DE EXCECOES DO OPERADOR)
       01  REG-RELOPERCLI        PICTURE X(80).

       FD  RETARQCLI
           RECORDING MODE IS F.
           COPY "BOOKRET".

      *    LAYOUT = 27 POSICOES

       FD  ORIARQCLI
           RECORDING MODE IS F.
           COPY "BOOKORI".

      *    LAYOUT = 60 POSICOES

       FD  PNDARQCLI
           RECORDING MODE IS F.
           COPY "BOOKPND".

      *    LAYOUT = 160 POSICOES

       FD  PARMPNDCLI
           RECORDING MODE IS F.
      *    LAYOUT = 02 POSICOES (DIAS UTEIS DE TOLERANCIA PARA UM
      *    PEDIDO FICAR SEM DECISAO)
       01  REG-PARMPNDCLI.
           05  PPND-DIAS-UTEIS   PICTURE 9(02).

       FD  CALARQCLI
           RECORDING MODE IS F.
      *    LAYOUT = 09 POSICOES (TIPO D-DATA-MOVIMENTO F-FERIADO E
       01  FS-EXCARQCLI          PICTURE 9(02).
       01  FS-RELARQCLI          PICTURE 9(02).
       01  FS-RELOPERCLI         PICTURE 9(02).
       01  FS-RETARQCLI          PICTURE 9(02).
       01  FS-ORIARQCLI          PICTURE 9(02).
       01  FS-PNDARQCLI          PICTURE 9(02).
       01  FS-PARMPNDCLI         PICTURE 9(02).
       01  FS-CALARQCLI          PICTURE 9(02).
       01  FS-RUNCTLCLI          PICTURE 9(02).

       01  WRK-SALDO-ATUAL       PICTURE S9(09)V99 USAGE COMP.
       01  WRK-SEVERIDADE        PICTURE X(05).

      *------------ TOTAIS POR ORIGEM (LIDOS DO RETARQCLI)
      *    DISPOSICAO "A" CONTA COMO ACEITO; "R" E "D" COMO
      *    REJEITADO. A ORIGEM QUE SO APARECE NO RETORNO (SEGMENTO
      *    RECUSADO POR ORIGEM DESCONHECIDA) FICA MARCADA COMO NAO
      *    CADASTRADA.
       01  WRK-ORIGENS.
           05  WRK-ORG           OCCURS 30 TIMES.
               10  WRK-ORG-ORIGEM     PICTURE X(10).
               10  WRK-ORG-CADASTRADA PICTURE X(01).
               10  WRK-ORG-ACEITOS    PICTURE 9(09) USAGE COMP.
               10  WRK-ORG-REJEITADOS PICTURE 9(09) USAGE COMP.
       01  WRK-QTD-ORIGENS       PICTURE 9(02) USAGE COMP VALUE ZEROS.
       01  WRK-ORG-IDX           PICTURE 9(02) USAGE COMP.
       01  WRK-ORG-ATUAL         PICTURE 9(02) USAGE COMP VALUE ZEROS.
       01  WRK-ORIGEM-ATUAL      PICTURE X(10).
       01  WRK-REJ-ED            PICTURE ZZZZZZZZ9.

      *------------ PEDIDOS PENDENTES DE APROVACAO
      *    SEM PARMPNDCLI A TOLERANCIA E DE 2 DIAS UTEIS.
       01  WRK-PND-TOLERANCIA    PICTURE 9(02) VALUE 2.
       01  WRK-PND-FIM           PICTURE X(01).
           88  WRK-PND-ESGOTADO          VALUE "S".
       01  WRK-PND-DIAS          PICTURE 9(03) USAGE COMP.
       01  WRK-PND-ATRASADOS     PICTURE 9(09) USAGE COMP VALUE ZEROS.
       01  WRK-PND-CONTA         PICTURE X(07).
       01  WRK-PND-PARA          PICTURE X(04).
       01  WRK-PND-DIAS-ED       PICTURE ZZ9.
       01  WRK-PND-TOL-ED        PICTURE Z9.

      *------------ TABELA DE FERIADOS DO CALENDARIO (PARA CONTAR
      *------------ OS DIAS UTEIS DE PENDENCIA, COMO NO FIMDIACLI)
       01  WRK-FER-TABELA.
           05  WRK-FERIADO       PICTURE 9(08) OCCURS 999 TIMES.
       01  WRK-QTD-FERIADOS      PICTURE 9(03) USAGE COMP VALUE ZEROS.
       01  WRK-FER-IDX           PICTURE 9(03) USAGE COMP.
       01  WRK-E-DIA-UTIL        PICTURE X(01).
           88  WRK-DIA-UTIL              VALUE "S".
       01  WRK-DATA-CANDIDATA.
           05  WRK-CAND-ANO      PICTURE 9(04).
           05  WRK-CAND-MES      PICTURE 9(02).
           05  WRK-CAND-DIA      PICTURE 9(02).
       01  WRK-DATA-CAND-NUM REDEFINES WRK-DATA-CANDIDATA
                                 PICTURE 9(08).
       01  WRK-TENTATIVAS        PICTURE 9(03) USAGE COMP.

      *------------ CALCULO DO DIA DA SEMANA (CONGRUENCIA DE ZELLER:
      *------------ 0 = SABADO, 1 = DOMINGO, 2 = SEGUNDA...)
       01  WRK-Z-ANO             PICTURE 9(04) USAGE COMP.
       01  WRK-Z-MES             PICTURE 9(02) USAGE COMP.
       01  WRK-Z-SECULO          PICTURE 9(02) USAGE COMP.
       01  WRK-Z-ANO-SEC         PICTURE 9(02) USAGE COMP.
       01  WRK-Z-TERMO-MES       PICTURE 9(03) USAGE COMP.
       01  WRK-Z-TERMO-ANO       PICTURE 9(02) USAGE COMP.
       01  WRK-Z-TERMO-SEC       PICTURE 9(02) USAGE COMP.
       01  WRK-Z-SOMA            PICTURE 9(06) USAGE COMP.
       01  WRK-Z-QUOC            PICTURE 9(06) USAGE COMP.
       01  WRK-DIA-SEMANA        PICTURE 9(01).

      *------------ DIAS NO MES (AJUSTADO PARA ANO BISSEXTO)
       01  WRK-DIAS-MES-TAB.
           05  FILLER            PICTURE 9(02) VALUE 31.
           05  FILLER            PICTURE 9(02) VALUE 28.
           05  FILLER            PICTURE 9(02) VALUE 31.
           05  FILLER            PICTURE 9(02) VALUE 30.
           05  FILLER            PICTURE 9(02) VALUE 31.
           05  FILLER            PICTURE 9(02) VALUE 30.
           05  FILLER            PICTURE 9(02) VALUE 31.
           05  FILLER            PICTURE 9(02) VALUE 31.
           05  FILLER            PICTURE 9(02) VALUE 30.
           05  FILLER            PICTURE 9(02) VALUE 31.
           05  FILLER            PICTURE 9(02) VALUE 30.
           05  FILLER            PICTURE 9(02) VALUE 31.
       01  WRK-DIAS-MES REDEFINES WRK-DIAS-MES-TAB.
           05  WRK-DIAS-NO-MES   PICTURE 9(02) OCCURS 12 TIMES.
       01  WRK-LIMITE-DIA        PICTURE 9(02) USAGE COMP.
       01  WRK-RESTO-BISSEXTO    PICTURE 9(04) USAGE COMP.

      *------------ RESULTADO DA RECONCILIACAO (LIDO DO RELARQCLI)
       01  WRK-TALLY             PICTURE 9(04) USAGE COMP.
       01  WRK-RECONCILIACAO     PICTURE X(01) VALUE "X".
              UNTIL FS-EXCARQCLI NOT EQUAL ZEROS.
           PERFORM 0340-LER-RECONCILIACAO
              UNTIL FS-RELARQCLI NOT EQUAL ZEROS.
           PERFORM 0350-ACUMULAR-RETORNO
              UNTIL FS-RETARQCLI NOT EQUAL ZEROS.
           PERFORM 0400-FINALIZAR.
           MOVE "F" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-QTD TO WRK-RUN-REGISTROS.
      *    REJARQCLI/EXCARQCLI PODEM NAO EXISTIR NUMA EXECUCAO SEM
      *    REJEICOES; A FALTA DE UM DELES NAO IMPEDE O RELATORIO.
      *    A FALTA DO RELARQCLI DEIXA A RECONCILIACAO DESCONHECIDA,
      *    O QUE POR SI SO LEVA O VERDITO A REVISAO. SEM O
      *    RETARQCLI OU O ORIARQCLI A PAGINA SAI SO COM O QUE HOUVER
      *    DE ORIGENS.
       0200-INICIAR          SECTION.
             OPEN INPUT  REJARQCLI.
             OPEN INPUT  EXCARQCLI.
             OPEN INPUT  RELARQCLI.
             OPEN INPUT  RETARQCLI.
             OPEN OUTPUT RELOPERCLI.

             PERFORM 0205-LER-DATA-MOVIMENTO.
             IF FS-RELARQCLI EQUAL ZEROS
                PERFORM 0230-LER-RELATORIO
             END-IF.

             PERFORM 0240-CARREGAR-ORIGENS.
             MOVE ZEROS TO WRK-ORG-ATUAL.
             IF FS-RETARQCLI EQUAL ZEROS
                PERFORM 0250-LER-RETORNO
             END-IF.
       0200-FIM. EXIT.

      *----------------------- LER DATA-MOVIMENTO DO CALENDARIO
             CLOSE CALARQCLI.
       0205-FIM. EXIT.

      *    OS FERIADOS ("F") FICAM NA TABELA PARA A CONTAGEM DOS
      *    DIAS UTEIS DE PENDENCIA.
       0206-LER-REGISTRO-CALENDARIO SECTION.
             READ CALARQCLI.
             IF FS-CALARQCLI EQUAL ZEROS
                EVALUATE CAL-TIPO
                   WHEN "D"
                      MOVE CAL-DATA TO WRK-DATA-EXECUCAO
                   WHEN "F"
                      IF WRK-QTD-FERIADOS LESS 999
                         ADD 1 TO WRK-QTD-FERIADOS
                         MOVE CAL-DATA
                           TO WRK-FERIADO(WRK-QTD-FERIADOS)
                      END-IF
                END-EVALUATE
             END-IF.
       0206-FIM. EXIT.

            READ RELARQCLI.
       0230-FIM. EXIT.

      *----------------------- CARREGAR AS ORIGENS CADASTRADAS
       0240-CARREGAR-ORIGENS SECTION.
             OPEN INPUT ORIARQCLI.
             IF FS-ORIARQCLI NOT EQUAL ZEROS
                DISPLAY "ORIARQCLI NAO ENCONTRADO, TOTAIS POR ORIGEM "
                        "SO DO RETORNO"
                GO TO 0240-FIM
             END-IF.

             PERFORM 0241-LER-ORIGEM
                UNTIL FS-ORIARQCLI NOT EQUAL ZEROS.
             CLOSE ORIARQCLI.
       0240-FIM. EXIT.

       0241-LER-ORIGEM       SECTION.
             READ ORIARQCLI.
             IF FS-ORIARQCLI EQUAL ZEROS AND ORI-ORIGEM NOT EQUAL SPACES
                MOVE ORI-ORIGEM TO WRK-ORIGEM-ATUAL
                PERFORM 0390-LOCALIZAR-ORIGEM
                IF WRK-ORG-ATUAL GREATER ZEROS
                   MOVE "S" TO WRK-ORG-CADASTRADA(WRK-ORG-ATUAL)
                END-IF
             END-IF.
       0241-FIM. EXIT.

       0250-LER-RETORNO      SECTION.
            READ RETARQCLI.
       0250-FIM. EXIT.

      *----------------------- ACUMULAR REJEICOES POR MOTIVO
       0300-ACUMULAR-REJEICOES SECTION.
             MOVE REJ-MOTIVO TO WRK-MOTIVO-ATUAL.
             PERFORM 0230-LER-RELATORIO.
       0340-FIM. EXIT.

      *----------------------- ACUMULAR O RETORNO POR ORIGEM
      *    O HEADER DE CADA BLOCO DIZ A ORIGEM DOS DETALHES QUE O
      *    SEGUEM; O TRAILER UNICO NAO CONTA.
       0350-ACUMULAR-RETORNO SECTION.
             EVALUATE TRUE
                WHEN RTH-TIPO-REG EQUAL "H"
                   MOVE RTH-ORIGEM TO WRK-ORIGEM-ATUAL
                   PERFORM 0390-LOCALIZAR-ORIGEM
                WHEN RTH-TIPO-REG EQUAL "T"
                   CONTINUE
                WHEN WRK-ORG-ATUAL EQUAL ZEROS
                   CONTINUE
                WHEN RET-DISPOSICAO EQUAL "A"
                   ADD 1 TO WRK-ORG-ACEITOS(WRK-ORG-ATUAL)
                WHEN OTHER
                   ADD 1 TO WRK-ORG-REJEITADOS(WRK-ORG-ATUAL)
             END-EVALUATE.
             PERFORM 0250-LER-RETORNO.
       0350-FIM. EXIT.

      *----------------------- SOMAR OCORRENCIA NO GRUPO DO MOTIVO
       0360-SOMAR-NO-GRUPO   SECTION.
             MOVE "N" TO WRK-GRP-ACHADO.
             END-IF.
       0370-FIM. EXIT.

      *----------------------- LOCALIZAR (OU INCLUIR) UMA ORIGEM
      *    DEVOLVE EM WRK-ORG-ATUAL A POSICAO DA ORIGEM NA TABELA,
      *    INCLUINDO-A COMO NAO CADASTRADA NA PRIMEIRA VEZ; ZERO
      *    QUANDO A TABELA ESTA CHEIA.
       0390-LOCALIZAR-ORIGEM SECTION.
             MOVE ZEROS TO WRK-ORG-ATUAL.
             PERFORM 0391-COMPARAR-ORIGEM
                VARYING WRK-ORG-IDX FROM 1 BY 1
                UNTIL WRK-ORG-IDX GREATER WRK-QTD-ORIGENS
                   OR WRK-ORG-ATUAL GREATER ZEROS.

             IF WRK-ORG-ATUAL EQUAL ZEROS
                IF WRK-QTD-ORIGENS LESS 30
                   ADD 1 TO WRK-QTD-ORIGENS
                   MOVE WRK-QTD-ORIGENS  TO WRK-ORG-ATUAL
                   MOVE WRK-ORIGEM-ATUAL TO
                        WRK-ORG-ORIGEM(WRK-ORG-ATUAL)
                   MOVE "N"   TO WRK-ORG-CADASTRADA(WRK-ORG-ATUAL)
                   MOVE ZEROS TO WRK-ORG-ACEITOS(WRK-ORG-ATUAL)
                                 WRK-ORG-REJEITADOS(WRK-ORG-ATUAL)
                ELSE
                   DISPLAY "MAIS DE 30 ORIGENS DISTINTAS, ORIGEM "
                           "IGNORADA: " WRK-ORIGEM-ATUAL
                END-IF
             END-IF.
       0390-FIM. EXIT.

       0391-COMPARAR-ORIGEM  SECTION.
             IF WRK-ORG-ORIGEM(WRK-ORG-IDX) EQUAL WRK-ORIGEM-ATUAL
                MOVE WRK-ORG-IDX TO WRK-ORG-ATUAL
             END-IF.
       0391-FIM. EXIT.

      *----------------------- SEVERIDADE DE UM MOTIVO
      *    ALTA  = ERROS DE GRAVACAO (DIVERGEM A RECONCILIACAO);
      *    MEDIA = DADO INVALIDO OU DUPLICIDADE (EXIGEM CORRECAO);
                WHEN "INVALID-DOC"
                WHEN "INVALID-AGENCIA"
                WHEN "KEY-NOT-FOUND"
                WHEN "ACCT-CLOSED"
                WHEN "JOINT-INV-SEQ"
                WHEN "JOINT-INV-SIGN"
                WHEN "JOINT-NO-ACCT"
                WHEN "JOINT-IS-HOLDER"
                WHEN "JOINT-NOT-FOUND"
                WHEN "CONTACT-NO-ACCT"
                WHEN "CONTACT-NOT-FND"
                WHEN "CONTACT-INV-ADR"
                WHEN "CONTACT-INV-CEP"
                WHEN "CONTACT-INV-CHN"
                WHEN "CONTACT-INV-TEL"
                WHEN "CONTACT-INV-EML"
                WHEN "CONTACT-INV-PRT"
                WHEN "ORIGIN-UNKNOWN"
                WHEN "ORIGIN-WINDOW"
                WHEN "ORIGIN-COUNT"
                WHEN "ORIGIN-MNT-DENY"
                   MOVE "MEDIA" TO WRK-SEVERIDADE
                WHEN OTHER
                   MOVE "ALTA " TO WRK-SEVERIDADE
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX GREATER WRK-QTD-GRUPOS.
           PERFORM 0430-GRAVAR-TOTAIS.
           PERFORM 0435-GRAVAR-CABEC-ORIGENS.
           PERFORM 0436-GRAVAR-ORIGEM
              VARYING WRK-ORG-IDX FROM 1 BY 1
              UNTIL WRK-ORG-IDX GREATER WRK-QTD-ORIGENS.
           PERFORM 0460-GRAVAR-PENDENCIAS.
           PERFORM 0440-DECIDIR-VERDITO.
           PERFORM 0450-GRAVAR-VERDITO.

           IF FS-RELARQCLI NOT EQUAL 35
              CLOSE RELARQCLI
           END-IF.
           IF FS-RETARQCLI NOT EQUAL 35
              CLOSE RETARQCLI
           END-IF.
           CLOSE RELOPERCLI.

           DISPLAY "RELEXCCLI CONCLUIDO - OCORRENCIAS: "
           WRITE REG-RELOPERCLI.
       0430-FIM. EXIT.

      *----------------------- GRAVAR CABECALHO DOS TOTAIS POR ORIGEM
       0435-GRAVAR-CABEC-ORIGENS SECTION.
           MOVE SPACES TO REG-RELOPERCLI.
           WRITE REG-RELOPERCLI.

           MOVE SPACES TO REG-RELOPERCLI.
           STRING "ORIGEM        ACEITOS  REJEITADOS"
                     DELIMITED BY SIZE
             INTO REG-RELOPERCLI.
           WRITE REG-RELOPERCLI.
       0435-FIM. EXIT.

      *----------------------- GRAVAR LINHA DE UMA ORIGEM
       0436-GRAVAR-ORIGEM    SECTION.
           MOVE WRK-ORG-ACEITOS(WRK-ORG-IDX)    TO WRK-QTD-ED.
           MOVE WRK-ORG-REJEITADOS(WRK-ORG-IDX) TO WRK-REJ-ED.

           MOVE SPACES TO REG-RELOPERCLI.
           IF WRK-ORG-CADASTRADA(WRK-ORG-IDX) EQUAL "S"
              STRING WRK-ORG-ORIGEM(WRK-ORG-IDX) DELIMITED BY SIZE
                     "  "                        DELIMITED BY SIZE
                     WRK-QTD-ED                  DELIMITED BY SIZE
                     "   "                       DELIMITED BY SIZE
                     WRK-REJ-ED                  DELIMITED BY SIZE
                INTO REG-RELOPERCLI
           ELSE
              STRING WRK-ORG-ORIGEM(WRK-ORG-IDX) DELIMITED BY SIZE
                     "  "                        DELIMITED BY SIZE
                     WRK-QTD-ED                  DELIMITED BY SIZE
                     "   "                       DELIMITED BY SIZE
                     WRK-REJ-ED                  DELIMITED BY SIZE
                     "  NAO CADASTRADA"          DELIMITED BY SIZE
                INTO REG-RELOPERCLI
           END-IF.
           WRITE REG-RELOPERCLI.
       0436-FIM. EXIT.

      *----------------------- DECIDIR O VERDITO DA EXECUCAO
      *    A RECONCILIACAO DIVERGENTE E O MESMO SINAL QUE LEVA O
      *    RETURN-CODE DA ABERTURAARQUIVO A 16 E LEVA O VERDITO A
           END-IF.
           WRITE REG-RELOPERCLI.
       0450-FIM. EXIT.

      *----------------------- LISTAR PEDIDOS PENDENTES EM ATRASO
      *    UM PEDIDO PENDENTE (SEM DECISAO) HA MAIS DIAS UTEIS QUE A
      *    TOLERANCIA E LISTADO. OS DIAS UTEIS SAO CONTADOS DO DIA
      *    SEGUINTE AO REGISTRO ATE A DATA DE NEGOCIO, INCLUSIVE.
      *    A LISTA NAO MUDA O VERDITO DA CARGA.
       0460-GRAVAR-PENDENCIAS SECTION.
           OPEN INPUT PARMPNDCLI.
           IF FS-PARMPNDCLI EQUAL ZEROS
              READ PARMPNDCLI
              IF FS-PARMPNDCLI EQUAL ZEROS AND
                 PPND-DIAS-UTEIS IS NUMERIC
                 MOVE PPND-DIAS-UTEIS TO WRK-PND-TOLERANCIA
              END-IF
              CLOSE PARMPNDCLI
           ELSE
              DISPLAY "PARMPNDCLI NAO ENCONTRADO, TOLERANCIA DE "
                      WRK-PND-TOLERANCIA " DIAS UTEIS"
           END-IF.

           MOVE WRK-PND-TOLERANCIA TO WRK-PND-TOL-ED.
           MOVE SPACES TO REG-RELOPERCLI.
           WRITE REG-RELOPERCLI.

           MOVE SPACES TO REG-RELOPERCLI.
           STRING "PEDIDOS PENDENTES DE APROVACAO HA MAIS DE "
                     DELIMITED BY SIZE
                  WRK-PND-TOL-ED DELIMITED BY SIZE
                  " DIAS UTEIS" DELIMITED BY SIZE
             INTO REG-RELOPERCLI.
           WRITE REG-RELOPERCLI.

           OPEN INPUT PNDARQCLI.
           IF FS-PNDARQCLI NOT EQUAL ZEROS
              DISPLAY "PNDARQCLI NAO ENCONTRADO, SEM PEDIDOS A LISTAR"
              MOVE SPACES TO REG-RELOPERCLI
              STRING "CADASTRO DE PEDIDOS NAO ENCONTRADO"
                        DELIMITED BY SIZE
                INTO REG-RELOPERCLI
              WRITE REG-RELOPERCLI
              GO TO 0460-FIM
           END-IF.

           MOVE SPACES TO REG-RELOPERCLI.
           STRING "PEDIDO   T  AGEN  CONTA    PARA  SOLICIT.  "
                  "REGISTRO DIAS  PROTOCOLO" DELIMITED BY SIZE
             INTO REG-RELOPERCLI.
           WRITE REG-RELOPERCLI.

           MOVE "N" TO WRK-PND-FIM.
           MOVE 1   TO PND-NUMERO.
           START PNDARQCLI KEY IS NOT LESS PND-NUMERO
              INVALID KEY
                 MOVE "S" TO WRK-PND-FIM
           END-START.

           PERFORM 0461-AVALIAR-PEDIDO UNTIL WRK-PND-ESGOTADO.
           CLOSE PNDARQCLI.

           MOVE WRK-PND-ATRASADOS TO WRK-QTD-ED.
           MOVE SPACES TO REG-RELOPERCLI.
           STRING "PEDIDOS EM ATRASO....: " DELIMITED BY SIZE
                  WRK-QTD-ED               DELIMITED BY SIZE
             INTO REG-RELOPERCLI.
           WRITE REG-RELOPERCLI.
       0460-FIM. EXIT.

       0461-AVALIAR-PEDIDO   SECTION.
           READ PNDARQCLI NEXT RECORD
              AT END
                 MOVE "S" TO WRK-PND-FIM
                 GO TO 0461-FIM
           END-READ.

           IF NOT PND-PENDENTE
              GO TO 0461-FIM
           END-IF.

           PERFORM 0470-CONTAR-DIAS-UTEIS.
           IF WRK-PND-DIAS NOT GREATER WRK-PND-TOLERANCIA
              GO TO 0461-FIM
           END-IF.

           ADD 1 TO WRK-PND-ATRASADOS.
           IF PND-TIPO-STATUS
              MOVE PND-CONTA           TO WRK-PND-CONTA
              MOVE SPACES              TO WRK-PND-PARA
              MOVE PND-NOVO-STATUS     TO WRK-PND-PARA(4:1)
           ELSE
              MOVE SPACES              TO WRK-PND-CONTA
              MOVE PND-AGENCIA-DESTINO TO WRK-PND-PARA
           END-IF.
           MOVE WRK-PND-DIAS TO WRK-PND-DIAS-ED.

           MOVE SPACES TO REG-RELOPERCLI.
           STRING PND-NUMERO      DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  PND-TIPO        DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  PND-AGENCIA     DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WRK-PND-CONTA   DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WRK-PND-PARA    DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  PND-OPER-SOLIC  DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  PND-DATA-SOLIC  DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WRK-PND-DIAS-ED DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  PND-PROTOCOLO   DELIMITED BY SIZE
             INTO REG-RELOPERCLI.
           WRITE REG-RELOPERCLI.
       0461-FIM. EXIT.

      *----------------------- CONTAR DIAS UTEIS DESDE O REGISTRO
      *    A CONTAGEM PARA EM 400 DIAS CIVIS (CALENDARIO DEGENERADO
      *    OU PEDIDO MUITO ANTIGO JA APARECEM DE QUALQUER FORMA).
       0470-CONTAR-DIAS-UTEIS SECTION.
           MOVE PND-DATA-SOLIC TO WRK-DATA-CAND-NUM.
           MOVE ZEROS TO WRK-PND-DIAS.
           MOVE ZEROS TO WRK-TENTATIVAS.

           IF WRK-CAND-MES LESS 1 OR WRK-CAND-MES GREATER 12
              GO TO 0470-FIM
           END-IF.

           PERFORM 0471-AVANCAR-UM-DIA
              UNTIL WRK-DATA-CAND-NUM NOT LESS WRK-DATA-EXECUCAO
                 OR WRK-TENTATIVAS GREATER 400.
       0470-FIM. EXIT.

       0471-AVANCAR-UM-DIA   SECTION.
           ADD 1 TO WRK-TENTATIVAS.
           PERFORM 0472-SOMAR-UM-DIA.
           PERFORM 0473-VERIFICAR-DIA-UTIL.
           IF WRK-DIA-UTIL
              ADD 1 TO WRK-PND-DIAS
           END-IF.
       0471-FIM. EXIT.

      *----------------------- SOMAR UM DIA CIVIL A CANDIDATA
       0472-SOMAR-UM-DIA     SECTION.
           MOVE WRK-DIAS-NO-MES(WRK-CAND-MES) TO WRK-LIMITE-DIA.

      *    FEVEREIRO DE ANO BISSEXTO TEM 29: DIVISIVEL POR 4 E NAO
      *    POR 100, OU DIVISIVEL POR 400.
           IF WRK-CAND-MES EQUAL 2
              DIVIDE WRK-CAND-ANO BY 4 GIVING WRK-Z-QUOC
                 REMAINDER WRK-RESTO-BISSEXTO
              IF WRK-RESTO-BISSEXTO EQUAL ZEROS
                 DIVIDE WRK-CAND-ANO BY 100 GIVING WRK-Z-QUOC
                    REMAINDER WRK-RESTO-BISSEXTO
                 IF WRK-RESTO-BISSEXTO NOT EQUAL ZEROS
                    MOVE 29 TO WRK-LIMITE-DIA
                 ELSE
                    DIVIDE WRK-CAND-ANO BY 400 GIVING WRK-Z-QUOC
                       REMAINDER WRK-RESTO-BISSEXTO
                    IF WRK-RESTO-BISSEXTO EQUAL ZEROS
                       MOVE 29 TO WRK-LIMITE-DIA
                    END-IF
                 END-IF
              END-IF
           END-IF.

           IF WRK-CAND-DIA LESS WRK-LIMITE-DIA
              ADD 1 TO WRK-CAND-DIA
           ELSE
              MOVE 1 TO WRK-CAND-DIA
              IF WRK-CAND-MES LESS 12
                 ADD 1 TO WRK-CAND-MES
              ELSE
                 MOVE 1 TO WRK-CAND-MES
                 ADD 1 TO WRK-CAND-ANO
              END-IF
           END-IF.
       0472-FIM. EXIT.

      *----------------------- A CANDIDATA E DIA UTIL?
       0473-VERIFICAR-DIA-UTIL SECTION.
           MOVE "S" TO WRK-E-DIA-UTIL.

           PERFORM 0474-CALCULAR-DIA-SEMANA.
           IF WRK-DIA-SEMANA EQUAL 0 OR WRK-DIA-SEMANA EQUAL 1
              MOVE "N" TO WRK-E-DIA-UTIL
              GO TO 0473-FIM
           END-IF.

           PERFORM 0475-VERIFICAR-FERIADO
              VARYING WRK-FER-IDX FROM 1 BY 1
              UNTIL WRK-FER-IDX GREATER WRK-QTD-FERIADOS
                 OR WRK-E-DIA-UTIL EQUAL "N".
       0473-FIM. EXIT.

      *----------------------- DIA DA SEMANA (ZELLER, GREGORIANO)
      *    JANEIRO E FEVEREIRO CONTAM COMO MESES 13 E 14 DO ANO
      *    ANTERIOR; O RESULTADO 0 E SABADO E 1 E DOMINGO.
       0474-CALCULAR-DIA-SEMANA SECTION.
           MOVE WRK-CAND-ANO TO WRK-Z-ANO.
           MOVE WRK-CAND-MES TO WRK-Z-MES.
           IF WRK-Z-MES LESS 3
              ADD 12 TO WRK-Z-MES
              SUBTRACT 1 FROM WRK-Z-ANO
           END-IF.

           DIVIDE WRK-Z-ANO BY 100 GIVING WRK-Z-SECULO
              REMAINDER WRK-Z-ANO-SEC.

      *    CADA TERMO FRACIONARIO E TRUNCADO EM SEPARADO (DIVIDE
      *    INTEIRO), COMO NO FIMDIACLI.
           COMPUTE WRK-Z-TERMO-MES = 13 * (WRK-Z-MES + 1).
           DIVIDE 5 INTO WRK-Z-TERMO-MES.
           DIVIDE WRK-Z-ANO-SEC BY 4 GIVING WRK-Z-TERMO-ANO.
           DIVIDE WRK-Z-SECULO  BY 4 GIVING WRK-Z-TERMO-SEC.

           COMPUTE WRK-Z-SOMA = WRK-CAND-DIA
              + WRK-Z-TERMO-MES
              + WRK-Z-ANO-SEC
              + WRK-Z-TERMO-ANO
              + WRK-Z-TERMO-SEC
              + (5 * WRK-Z-SECULO).
           DIVIDE WRK-Z-SOMA BY 7 GIVING WRK-Z-QUOC
              REMAINDER WRK-DIA-SEMANA.
       0474-FIM. EXIT.

       0475-VERIFICAR-FERIADO SECTION.
           IF WRK-FERIADO(WRK-FER-IDX) EQUAL WRK-DATA-CAND-NUM
              MOVE "N" TO WRK-E-DIA-UTIL
           END-IF.
       0475-FIM. EXIT.
