      *    NO DAY-FILE PENDENTE, MARCA AS ENTRADAS DA TRILHA DE
      *    AUDITORIA DAS CONTAS AFETADAS E EMITE O CERTIFICADO COM
      *    OS ARQUIVOS E QUANTIDADES TOCADOS POR PEDIDO. DOCUMENTO
      *    NAO LOCALIZADO TAMBEM SAI NO CERTIFICADO. O DOCUMENTO
      *    QUE E COTITULAR DE CONTA CONJUNTA E ANONIMIZADO SO NO
      *    CADASTRO DE COTITULARES (COTARQCLI): A CONTA E O PRIMEIRO
      *    TITULAR EM SARQCLI FICAM COMO ESTAO. O CADASTRO DE
      *    ENDERECO/CONTATO (CTTARQCLI) DO DOCUMENTO E APAGADO.
           SELECT LGPDARQCLI ASSIGN TO ".\LGPDARQCLI.TXT"
               FILE STATUS IS FS-LGPDARQCLI.
           SELECT SARQCLI ASSIGN TO ".\SARQCLI.TXT"
               ALTERNATE RECORD KEY IS SARQCLI-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-SARQCLI.
           SELECT COTARQCLI ASSIGN TO ".\COTARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COT-CHAVE
               ALTERNATE RECORD KEY IS COT-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-COTARQCLI.
           SELECT CTTARQCLI ASSIGN TO ".\CTTARQCLI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-CPF-CNPJ
               FILE STATUS IS FS-CTTARQCLI.
           SELECT DIAARQCLI ASSIGN TO ".\DIAARQCLI.TXT"
               FILE STATUS IS FS-DIAARQCLI.
           SELECT AUDARQCLI ASSIGN TO ".\AUDARQCLI.TXT"

      *    LAYOUT = 59 POSICOES

       FD  COTARQCLI
           RECORDING MODE IS F.
           COPY "BOOKCOT".

      *    LAYOUT = 55 POSICOES

       FD  CTTARQCLI
           RECORDING MODE IS F.
           COPY "BOOKCTT".

      *    LAYOUT = 188 POSICOES

       FD  DIAARQCLI
           RECORDING MODE IS F.
           COPY "BOOKCLI".
           RECORDING MODE IS F.
           COPY "BOOKAUD".

      *    LAYOUT = 57 POSICOES

       FD  RELLGPCLI
           RECORDING MODE IS F.
      *------------ VARIAVEIS DE STATUS
       01  FS-LGPDARQCLI         PICTURE 9(02).
       01  FS-SARQCLI            PICTURE 9(02).
       01  FS-COTARQCLI          PICTURE 9(02).
       01  FS-CTTARQCLI          PICTURE 9(02).
       01  FS-DIAARQCLI          PICTURE 9(02).
       01  FS-AUDARQCLI          PICTURE 9(02).
       01  FS-RELLGPCLI          PICTURE 9(02).
               10  WRK-PED-QTD-SARQ  PICTURE 9(04) USAGE COMP.
               10  WRK-PED-QTD-DIA   PICTURE 9(04) USAGE COMP.
               10  WRK-PED-QTD-AUD   PICTURE 9(06) USAGE COMP.
               10  WRK-PED-QTD-COT   PICTURE 9(04) USAGE COMP.
               10  WRK-PED-QTD-CTT   PICTURE 9(04) USAGE COMP.
       01  WRK-QTD-PEDIDOS       PICTURE 9(03) USAGE COMP VALUE ZEROS.
       01  WRK-IDX-PED           PICTURE 9(03) USAGE COMP.

       01  WRK-QTD-CONTAS        PICTURE 9(04) USAGE COMP VALUE ZEROS.
       01  WRK-IDX-CTA           PICTURE 9(04) USAGE COMP.

      *------------ TABELA DAS COTITULARIDADES AFETADAS
      *    CHAVE DE COTARQCLI (AGENCIA+CONTA+SEQUENCIA) DE CADA
      *    REGISTRO EM QUE O DOCUMENTO E COTITULAR.
       01  WRK-CTI-TABELA.
           05  WRK-CTI           OCCURS 5000 TIMES.
               10  WRK-CTI-CHAVE     PICTURE 9(12).
               10  WRK-CTI-PEDIDO    PICTURE 9(03) USAGE COMP.
       01  WRK-QTD-COTITULAR     PICTURE 9(04) USAGE COMP VALUE ZEROS.
       01  WRK-IDX-CTI           PICTURE 9(04) USAGE COMP.
       01  WRK-COT-ABERTO        PICTURE X(01) VALUE "N".
           88  WRK-COT-DISPONIVEL        VALUE "S".
       01  WRK-CTT-ABERTO        PICTURE X(01) VALUE "N".
           88  WRK-CTT-DISPONIVEL        VALUE "S".

      *------------ CHAVE MONTADA DA ENTRADA DE AUDITORIA (AGENCIA
      *------------ E CONTA JUSTAPOSTAS, COMO NO WRK-ORDEM-MONTADA
      *------------ DO EXTRATOCLI)
           PERFORM 0300-ANONIMIZAR-SARQCLI
              VARYING WRK-IDX-PED FROM 1 BY 1
              UNTIL WRK-IDX-PED GREATER WRK-QTD-PEDIDOS.
           IF WRK-COT-DISPONIVEL
              PERFORM 0360-ANONIMIZAR-COTARQCLI
                 VARYING WRK-IDX-PED FROM 1 BY 1
                 UNTIL WRK-IDX-PED GREATER WRK-QTD-PEDIDOS
           END-IF.
           IF WRK-CTT-DISPONIVEL
              PERFORM 0365-ELIMINAR-CONTATO
                 VARYING WRK-IDX-PED FROM 1 BY 1
                 UNTIL WRK-IDX-PED GREATER WRK-QTD-PEDIDOS
           END-IF.
           PERFORM 0330-VARRER-DAYFILE.
           PERFORM 0340-MARCAR-AUDITORIA.
           PERFORM 0350-AUDITAR-ELIMINACAO.
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF.

      *    SEM O CADASTRO DE COTITULARES (AINDA NAO CRIADO) NAO HA
      *    COTITULARIDADE A ANONIMIZAR; QUALQUER OUTRA FALHA ABORTA,
      *    PORQUE O CERTIFICADO SAIRIA INCOMPLETO.
             OPEN I-O COTARQCLI.
             EVALUATE TRUE
                WHEN FS-COTARQCLI EQUAL ZEROS
                   MOVE "S" TO WRK-COT-ABERTO
                WHEN FS-COTARQCLI EQUAL 35
                   DISPLAY "COTARQCLI NAO ENCONTRADO - SEM "
                           "COTITULARES A ANONIMIZAR"
                WHEN OTHER
                   DISPLAY "COTARQCLI NAO PODE SER ABERTO - "
                           "JOB ABORTADO"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
             END-EVALUATE.

             OPEN I-O CTTARQCLI.
             EVALUATE TRUE
                WHEN FS-CTTARQCLI EQUAL ZEROS
                   MOVE "S" TO WRK-CTT-ABERTO
                WHEN FS-CTTARQCLI EQUAL 35
                   DISPLAY "CTTARQCLI NAO ENCONTRADO - SEM "
                           "CONTATOS A ELIMINAR"
                WHEN OTHER
                   DISPLAY "CTTARQCLI NAO PODE SER ABERTO - "
                           "JOB ABORTADO"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
             END-EVALUATE.
       0200-FIM. EXIT.

       0210-LER-PEDIDO       SECTION.
                MOVE ZEROS TO WRK-PED-QTD-SARQ(WRK-QTD-PEDIDOS)
                MOVE ZEROS TO WRK-PED-QTD-DIA(WRK-QTD-PEDIDOS)
                MOVE ZEROS TO WRK-PED-QTD-AUD(WRK-QTD-PEDIDOS)
                MOVE ZEROS TO WRK-PED-QTD-COT(WRK-QTD-PEDIDOS)
                MOVE ZEROS TO WRK-PED-QTD-CTT(WRK-QTD-PEDIDOS)
             END-IF.
       0210-FIM. EXIT.

                GO TO 0335-FIM
             END-IF.

      *    O REGISTRO DE COTITULAR TRAZ O DOCUMENTO EM OUTRA
      *    POSICAO (BOOKCLI, VISAO REG-ENTRADA-COTITULAR).
             IF REG-E-COTITULAR
                PERFORM 0337-COMPARAR-COT-DAYFILE
                   VARYING WRK-IDX-PED FROM 1 BY 1
                   UNTIL WRK-IDX-PED GREATER WRK-QTD-PEDIDOS
                GO TO 0335-FIM
             END-IF.
             IF REG-E-CONTATO
                PERFORM 0338-COMPARAR-CTT-DAYFILE
                   VARYING WRK-IDX-PED FROM 1 BY 1
                   UNTIL WRK-IDX-PED GREATER WRK-QTD-PEDIDOS
                GO TO 0335-FIM
             END-IF.

             PERFORM 0336-COMPARAR-DOC-DAYFILE
                VARYING WRK-IDX-PED FROM 1 BY 1
                UNTIL WRK-IDX-PED GREATER WRK-QTD-PEDIDOS.
             END-IF.
       0336-FIM. EXIT.

       0337-COMPARAR-COT-DAYFILE SECTION.
             IF CTI-CPF-CNPJ NOT EQUAL WRK-PED-DOC(WRK-IDX-PED)
                GO TO 0337-FIM
             END-IF.

             MOVE WRK-NOME-ANONIMO TO CTI-NOME.
             MOVE WRK-DOC-ANONIMO  TO CTI-CPF-CNPJ.
             REWRITE REG-ENTRADA-COTITULAR.
             IF FS-DIAARQCLI EQUAL ZEROS
                ADD 1 TO WRK-PED-QTD-DIA(WRK-IDX-PED)
             ELSE
                DISPLAY "ERRO AO ANONIMIZAR DAY-FILE"
                MOVE 16 TO RETURN-CODE
             END-IF.
       0337-FIM. EXIT.

      *    O REGISTRO DE CONTATO NAO PODE SAIR DO DAY-FILE (CONTA NO
      *    TRAILER DA SESSAO): FICA SEM DADOS E COM O DOCUMENTO
      *    ANONIMIZADO, E A CARGA O RECONHECE E DESCARTA.
       0338-COMPARAR-CTT-DAYFILE SECTION.
             IF CTK-CPF-CNPJ NOT EQUAL WRK-PED-DOC(WRK-IDX-PED)
                GO TO 0338-FIM
             END-IF.

             MOVE SPACES          TO CTK-DADOS.
             MOVE WRK-DOC-ANONIMO TO CTK-CPF-CNPJ.
             REWRITE REG-ENTRADA-CONTATO.
             IF FS-DIAARQCLI EQUAL ZEROS
                ADD 1 TO WRK-PED-QTD-DIA(WRK-IDX-PED)
             ELSE
                DISPLAY "ERRO AO ANONIMIZAR DAY-FILE"
                MOVE 16 TO RETURN-CODE
             END-IF.
       0338-FIM. EXIT.

      *----------------------- MARCAR A TRILHA DE AUDITORIA
      *    O DOCUMENTO NAO APARECE NA TRILHA, MAS AGENCIA+CONTA
      *    SIM: AS ENTRADAS DAS CONTAS AFETADAS GANHAM O MOTIVO
       0346-FIM. EXIT.

      *----------------------- AUDITAR A PROPRIA ELIMINACAO
      *    CADA COTITULARIDADE ANONIMIZADA TAMBEM E AUDITADA, NA
      *    CHAVE DA CONTA CONJUNTA, COM O MOTIVO LGPD-JOINT (AS
      *    DEMAIS ENTRADAS DA CONTA SAO DO PRIMEIRO TITULAR E NAO
      *    SAO MARCADAS).
       0350-AUDITAR-ELIMINACAO SECTION.
             IF WRK-QTD-CONTAS EQUAL ZEROS AND
                WRK-QTD-COTITULAR EQUAL ZEROS
                GO TO 0350-FIM
             END-IF.

             PERFORM 0355-GRAVAR-AUD-ELIMINACAO
                VARYING WRK-IDX-CTA FROM 1 BY 1
                UNTIL WRK-IDX-CTA GREATER WRK-QTD-CONTAS.
             PERFORM 0356-GRAVAR-AUD-COTITULAR
                VARYING WRK-IDX-CTI FROM 1 BY 1
                UNTIL WRK-IDX-CTI GREATER WRK-QTD-COTITULAR.
             CLOSE AUDARQCLI.
       0350-FIM. EXIT.

             MOVE "LGPD-ERASED"     TO AUD-MOTIVO.
             MOVE WRK-DATA-EXECUCAO TO AUD-DATA.
             MOVE WRK-HORA-EXECUCAO TO AUD-HORA.
             MOVE SPACES            TO AUD-OPER-SOLIC
                                       AUD-OPER-APROV.

             WRITE REG-AUDARQCLI.
             IF FS-AUDARQCLI NOT EQUAL ZEROS
             END-IF.
       0355-FIM. EXIT.

       0356-GRAVAR-AUD-COTITULAR SECTION.
             MOVE WRK-CTI-CHAVE(WRK-IDX-CTI)(1:4)  TO AUD-AGENCIA.
             MOVE WRK-CTI-CHAVE(WRK-IDX-CTI)(5:7)  TO AUD-CONTA.
             MOVE "A"               TO AUD-FLAG.
             MOVE "LGPD-JOINT"      TO AUD-MOTIVO.
             MOVE WRK-DATA-EXECUCAO TO AUD-DATA.
             MOVE WRK-HORA-EXECUCAO TO AUD-HORA.
             MOVE SPACES            TO AUD-OPER-SOLIC
                                       AUD-OPER-APROV.

             WRITE REG-AUDARQCLI.
             IF FS-AUDARQCLI NOT EQUAL ZEROS
                DISPLAY "ERRO AO GRAVAR AUDITORIA DA ELIMINACAO"
                MOVE 16 TO RETURN-CODE
             END-IF.
       0356-FIM. EXIT.

      *----------------------- LOCALIZAR E ANONIMIZAR EM COTARQCLI
      *    MESMA TECNICA DO 0300: AS CHAVES SAO COLETADAS PELA CHAVE
      *    ALTERNATIVA E SO DEPOIS OS REGISTROS SAO REGRAVADOS. SO O
      *    REGISTRO DO COTITULAR MUDA -- A CONTA E O PRIMEIRO
      *    TITULAR NAO SAO TOCADOS.
       0360-ANONIMIZAR-COTARQCLI SECTION.
             MOVE WRK-PED-DOC(WRK-IDX-PED) TO COT-CPF-CNPJ.
             MOVE "N" TO WRK-FIM-DOCUMENTO.

             START COTARQCLI KEY IS EQUAL COT-CPF-CNPJ
                INVALID KEY
                   MOVE "S" TO WRK-FIM-DOCUMENTO
             END-START.

             PERFORM 0361-COLETAR-COTITULAR UNTIL WRK-DOC-ESGOTADO.

             PERFORM 0362-REGRAVAR-COTITULAR
                VARYING WRK-IDX-CTI FROM 1 BY 1
                UNTIL WRK-IDX-CTI GREATER WRK-QTD-COTITULAR.
       0360-FIM. EXIT.

       0361-COLETAR-COTITULAR SECTION.
             READ COTARQCLI NEXT RECORD
                AT END
                   MOVE "S" TO WRK-FIM-DOCUMENTO
                NOT AT END
                   IF COT-CPF-CNPJ EQUAL WRK-PED-DOC(WRK-IDX-PED)
                      IF WRK-QTD-COTITULAR EQUAL 5000
                         DISPLAY "MAIS DE 5000 COTITULARIDADES "
                                 "AFETADAS - JOB ABORTADO"
                         MOVE 16 TO RETURN-CODE
                         GOBACK
                      END-IF
                      ADD 1 TO WRK-QTD-COTITULAR
                      MOVE COT-CHAVE
                        TO WRK-CTI-CHAVE(WRK-QTD-COTITULAR)
                      MOVE WRK-IDX-PED
                        TO WRK-CTI-PEDIDO(WRK-QTD-COTITULAR)
                   ELSE
                      MOVE "S" TO WRK-FIM-DOCUMENTO
                   END-IF
             END-READ.
       0361-FIM. EXIT.

       0362-REGRAVAR-COTITULAR SECTION.
             IF WRK-CTI-PEDIDO(WRK-IDX-CTI) NOT EQUAL WRK-IDX-PED
                GO TO 0362-FIM
             END-IF.

             MOVE WRK-CTI-CHAVE(WRK-IDX-CTI) TO COT-CHAVE.
             READ COTARQCLI
                INVALID KEY
                   DISPLAY "COTITULAR SUMIU DURANTE A ANONIMIZACAO "
                           COT-CHAVE
                   MOVE 16 TO RETURN-CODE
                   GO TO 0362-FIM
             END-READ.

             MOVE WRK-NOME-ANONIMO TO COT-NOME.
             MOVE WRK-DOC-ANONIMO  TO COT-CPF-CNPJ.

             REWRITE REG-COTARQCLI.
             IF FS-COTARQCLI EQUAL ZEROS OR FS-COTARQCLI EQUAL 02
                ADD 1 TO WRK-PED-QTD-COT(WRK-IDX-PED)
             ELSE
                DISPLAY "ERRO AO ANONIMIZAR COTITULAR " COT-AGENCIA
                        COT-CONTA " " COT-SEQUENCIA
                MOVE 16 TO RETURN-CODE
             END-IF.
       0362-FIM. EXIT.

      *----------------------- APAGAR O CADASTRO DE CONTATO
      *    ENDERECO, TELEFONE E E-MAIL NAO TEM VALOR DEPOIS DA
      *    ANONIMIZACAO: O REGISTRO DO DOCUMENTO E EXCLUIDO.
       0365-ELIMINAR-CONTATO SECTION.
             MOVE WRK-PED-DOC(WRK-IDX-PED) TO CTT-CPF-CNPJ.
             DELETE CTTARQCLI
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   ADD 1 TO WRK-PED-QTD-CTT(WRK-IDX-PED)
             END-DELETE.
             IF FS-CTTARQCLI NOT EQUAL ZEROS AND
                FS-CTTARQCLI NOT EQUAL 23
                DISPLAY "ERRO AO ELIMINAR CONTATO " CTT-CPF-CNPJ
                MOVE 16 TO RETURN-CODE
             END-IF.
       0365-FIM. EXIT.

      *----------------------- FINALIZAR: CERTIFICADO
       0400-FINALIZAR        SECTION.
           MOVE SPACES TO REG-RELLGPCLI.

           CLOSE SARQCLI
                 RELLGPCLI.
           IF WRK-COT-DISPONIVEL
              CLOSE COTARQCLI
           END-IF.
           IF WRK-CTT-DISPONIVEL
              CLOSE CTTARQCLI
           END-IF.

           DISPLAY "----------------------".
           DISPLAY "--- ESTATISTICA  -----".
           DISPLAY "PEDIDOS LIDOS...: " WRK-QTD-PEDIDOS.
           DISPLAY "CONTAS AFETADAS.: " WRK-QTD-CONTAS.
           DISPLAY "COTITULARIDADES.: " WRK-QTD-COTITULAR.
       0400-FIM. EXIT.

       0410-CERTIFICAR-PEDIDO SECTION.
           WRITE REG-RELLGPCLI.

           IF WRK-PED-QTD-CTAS(WRK-IDX-PED) EQUAL ZEROS AND
              WRK-PED-QTD-DIA(WRK-IDX-PED) EQUAL ZEROS AND
              WRK-PED-QTD-COT(WRK-IDX-PED) EQUAL ZEROS AND
              WRK-PED-QTD-CTT(WRK-IDX-PED) EQUAL ZEROS
              MOVE SPACES TO REG-RELLGPCLI
              STRING "  DOCUMENTO NAO LOCALIZADO EM NENHUM ARQUIVO"
                        DELIMITED BY SIZE
                INTO REG-RELLGPCLI
              WRITE REG-RELLGPCLI

              MOVE WRK-PED-QTD-COT(WRK-IDX-PED) TO WRK-QTD-ED
              MOVE SPACES TO REG-RELLGPCLI
              STRING "  COTARQCLI ANONIMIZADOS..: " DELIMITED BY SIZE
                     WRK-QTD-ED DELIMITED BY SIZE
                INTO REG-RELLGPCLI
              WRITE REG-RELLGPCLI

              MOVE WRK-PED-QTD-CTT(WRK-IDX-PED) TO WRK-QTD-ED
              MOVE SPACES TO REG-RELLGPCLI
              STRING "  CTTARQCLI ELIMINADOS....: " DELIMITED BY SIZE
                     WRK-QTD-ED DELIMITED BY SIZE
                INTO REG-RELLGPCLI
              WRITE REG-RELLGPCLI

              MOVE WRK-PED-QTD-DIA(WRK-IDX-PED) TO WRK-QTD-ED
              MOVE SPACES TO REG-RELLGPCLI
              STRING "  DIAARQCLI ANONIMIZADOS..: " DELIMITED BY SIZE
