      *    PASSO DE SORT DO JOB ABRARQ O CONCATENA COM EARQCLI.TXT,
      *    ELIMINANDO A REDIGITACAO NO SISTEMA DE ORIGEM. CADA
      *    SESSAO GRAVA O SEU PROPRIO PAR HEADER/TRAILER DE
      *    CONTROLE, CONFERIDO PELA ABERTURAARQUIVO. OS
      *    COTITULARES DE CONTA CONJUNTA SAEM COMO REGISTROS "C" E
      *    O ENDERECO/CONTATO DO CLIENTE COMO REGISTROS "K".
           SELECT DIAARQCLI ASSIGN TO ".\DIAARQCLI.TXT"
               FILE STATUS IS FS-DIAARQCLI.
      *    CALARQCLI E O CALENDARIO/CONTROLE DE DATA-MOVIMENTO DO
       01 FS-CTLNUMCLI             PICTURE 9(02).
       01 FS-EMISNUMCLI            PICTURE 9(02).
       01 WRK-DATA-SESSAO          PICTURE 9(08).
       01 WRK-HORA-EMISSAO         PICTURE 9(08).
       01 WRK-HORA-SESSAO          PICTURE 9(08).

      *------------ TABELA DE STATUS DAS AGENCIAS (COMO NO LOTE)
       01 WRK-AGE-TABELA.
       01 WRK-DOC-VALIDO           PICTURE X(01) VALUE "N".
          88 WRK-DOC-OK                      VALUE "S".

      *------------ COTITULARES DE CONTA CONJUNTA (PESSOA FISICA)
      *    O PRIMEIRO TITULAR E O CLIENTE DA ENTREVISTA (SEQUENCIA
      *    1); OS DEMAIS RECEBEM AS SEQUENCIAS 2 A 9. A FORMA DE
      *    MOVIMENTACAO (E/OU OU E) E UMA SO PARA A CONTA.
       01 WRK-COT-RESPOSTA         PICTURE X(01) VALUE "N".
          88 WRK-COT-SIM                     VALUE "S".
       01 WRK-COT-SEQUENCIA        PICTURE 9(01) VALUE ZEROS.
       01 WRK-COT-NOME             PICTURE X(20) VALUE SPACES.
       01 WRK-COT-CPF              PICTURE X(11) VALUE SPACES.
       01 WRK-COT-ASSINATURA       PICTURE X(01) VALUE SPACES.
          88 WRK-COT-ASSINATURA-OK           VALUE "O" "E".
       01 WRK-CONTADOR-COTITULAR   PICTURE 9(03) USAGE COMP
                                    VALUE ZEROS.

      *------------ ENDERECO/CONTATO DO CLIENTE (CADASTRO CTTARQCLI)
      *    VAI PARA O DAY-FILE EM QUATRO REGISTROS "K", UM POR PARTE
      *    DO CADASTRO (VISAO REG-ENTRADA-CONTATO DO BOOKCLI).
       01 WRK-CTT-RESPOSTA         PICTURE X(01) VALUE "N".
          88 WRK-CTT-SIM                     VALUE "S".
       01 WRK-CTT-LOGRADOURO       PICTURE X(35) VALUE SPACES.
       01 WRK-CTT-NUMERO           PICTURE X(07) VALUE SPACES.
       01 WRK-CTT-COMPLEMENTO      PICTURE X(20) VALUE SPACES.
       01 WRK-CTT-BAIRRO           PICTURE X(20) VALUE SPACES.
       01 WRK-CTT-CIDADE           PICTURE X(20) VALUE SPACES.
       01 WRK-CTT-UF               PICTURE X(02) VALUE SPACES.
       01 WRK-CTT-CEP              PICTURE X(08) VALUE SPACES.
       01 WRK-CTT-TELEFONE         PICTURE X(11) VALUE SPACES.
       01 WRK-CTT-EMAIL            PICTURE X(42) VALUE SPACES.
       01 WRK-CTT-CANAL            PICTURE X(01) VALUE SPACES.
          88 WRK-CTT-CANAL-OK                VALUE "P" "E" "N".
       01 WRK-CTT-ARROBAS          PICTURE 9(02) USAGE COMP.
       01 WRK-CTT-VALIDO           PICTURE X(01) VALUE "N".
          88 WRK-CTT-OK                      VALUE "S".
       01 WRK-CTT-PARTE            PICTURE 9(01) VALUE ZEROS.
       01 WRK-CONTADOR-CONTATO     PICTURE 9(03) USAGE COMP
                                    VALUE ZEROS.

       PROCEDURE DIVISION.

       0100-PRINCIPAL SECTION.
           MOVE "H"             TO HDR-TIPO-REG.
           MOVE WRK-DATA-SESSAO TO HDR-DATA-ARQUIVO.
           MOVE "ATENDIMENT"    TO HDR-ORIGEM.
      *    A HORA DE ABERTURA DA SESSAO E CONFERIDA PELA CARGA
      *    CONTRA A JANELA DE ENVIO DO ATENDIMENTO (ORIARQCLI).
      *    TIME DEVOLVE HHMMSSCC: SO AS SEIS PRIMEIRAS POSICOES.
           ACCEPT WRK-HORA-SESSAO FROM TIME.
           MOVE WRK-HORA-SESSAO(1:6) TO HDR-HORA-ARQUIVO.
           WRITE REG-ENTRADA-HEADER.
           IF FS-DIAARQCLI NOT EQUAL ZEROS
              DISPLAY "ERRO AO GRAVAR HEADER DO DAY-FILE"
           MOVE WRK-AGENCIA      TO EMI-AGENCIA.
           MOVE WRK-CONTA        TO EMI-CONTA.
           MOVE WRK-DATA-SESSAO  TO EMI-DATA.
           MOVE WRK-HORA-EMISSAO(1:6) TO EMI-HORA.
           WRITE REG-EMISNUMCLI.
           IF FS-EMISNUMCLI NOT EQUAL ZEROS
              DISPLAY "ERRO AO REGISTRAR A EMISSAO " WRK-AGENCIA
           ELSE
              DISPLAY "ERRO AO GRAVAR NO DAY-FILE " WRK-AGENCIA
                      WRK-CONTA
              GO TO 0320-FIM
           END-IF.

           IF WRK-TIPO-CONTA EQUAL 1 OR WRK-TIPO-CONTA EQUAL 3
              PERFORM 0330-CAPTURAR-COTITULARES
           END-IF.

           PERFORM 0340-CAPTURAR-CONTATO.
       0320-FIM. EXIT.

      *----------------------- CAPTURAR COTITULARES DA CONTA CONJUNTA
      *    SO PARA CONTA DE PESSOA FISICA (TIPOS 1 E 3). CADA
      *    COTITULAR VAI PARA O DAY-FILE COMO REGISTRO "C", LOGO
      *    DEPOIS DA CONTA; ENTRA NA QUANTIDADE DO TRAILER, MAS NAO
      *    NA SOMA DE SALDOS.
       0330-CAPTURAR-COTITULARES SECTION.
           DISPLAY "CONTA CONJUNTA? (S/N) ".
           ACCEPT WRK-COT-RESPOSTA.
           IF NOT WRK-COT-SIM
              GO TO 0330-FIM
           END-IF.

           MOVE SPACES TO WRK-COT-ASSINATURA.
           PERFORM 0333-CAPTURAR-ASSINATURA
              UNTIL WRK-COT-ASSINATURA-OK.

           MOVE 1 TO WRK-COT-SEQUENCIA.
           PERFORM 0331-CAPTURAR-COTITULAR
              UNTIL NOT WRK-COT-SIM OR WRK-COT-SEQUENCIA EQUAL 9.
       0330-FIM. EXIT.

       0331-CAPTURAR-COTITULAR SECTION.
           ADD 1 TO WRK-COT-SEQUENCIA.
           DISPLAY "NOME DO " WRK-COT-SEQUENCIA "O. TITULAR ".
           ACCEPT WRK-COT-NOME.

           MOVE "N" TO WRK-DOC-VALIDO.
           PERFORM 0332-CAPTURAR-CPF-COTITULAR UNTIL WRK-DOC-OK.

           PERFORM 0334-GRAVAR-COTITULAR.

           IF WRK-COT-SEQUENCIA LESS 9
              DISPLAY "OUTRO COTITULAR? (S/N) "
              ACCEPT WRK-COT-RESPOSTA
           END-IF.
       0331-FIM. EXIT.

      *    O COTITULAR NAO PODE SER O PROPRIO PRIMEIRO TITULAR --
      *    O LOTE REJEITARIA O REGISTRO COMO JOINT-IS-HOLDER.
       0332-CAPTURAR-CPF-COTITULAR SECTION.
           DISPLAY "DIGITE O CPF DO COTITULAR (11 DIGITOS) ".
           ACCEPT WRK-COT-CPF.
           MOVE WRK-COT-CPF TO WRK-DOCUMENTO.
           MOVE "F" TO WRK-TIPO-DOC.
           CALL "VALIDADOC" USING WRK-DOCUMENTO
                                  WRK-TIPO-DOC
                                  WRK-DOC-VALIDO.
           IF NOT WRK-DOC-OK
              DISPLAY "CPF INVALIDO, DIGITE NOVAMENTE"
              GO TO 0332-FIM
           END-IF.

           IF WRK-COT-CPF EQUAL WRK-CPF
              DISPLAY "CPF E O DO PRIMEIRO TITULAR, DIGITE O DO "
                      "COTITULAR"
              MOVE "N" TO WRK-DOC-VALIDO
           END-IF.
       0332-FIM. EXIT.

       0333-CAPTURAR-ASSINATURA SECTION.
           DISPLAY "MOVIMENTACAO O:E/OU (QUALQUER TITULAR) "
                   "E:E (TODOS OS TITULARES) ".
           ACCEPT WRK-COT-ASSINATURA.
           IF NOT WRK-COT-ASSINATURA-OK
              DISPLAY "OPCAO INVALIDA, DIGITE O OU E"
           END-IF.
       0333-FIM. EXIT.

      *----------------------- GRAVAR COTITULAR NO DAY-FILE
       0334-GRAVAR-COTITULAR SECTION.
           MOVE SPACES             TO REG-ENTRADA-COTITULAR.
           MOVE "C"                TO CTI-TIPO-REG.
           MOVE WRK-AGENCIA        TO CTI-AGENCIA.
           MOVE WRK-CONTA          TO CTI-CONTA.
           MOVE WRK-COT-SEQUENCIA  TO CTI-SEQUENCIA.
           MOVE WRK-COT-CPF        TO CTI-CPF-CNPJ.
           MOVE WRK-COT-NOME       TO CTI-NOME.
           MOVE WRK-COT-ASSINATURA TO CTI-ASSINATURA.
           MOVE "I"                TO CTI-TIPO-MNT.

           WRITE REG-ENTRADA-COTITULAR.
           IF FS-DIAARQCLI EQUAL ZEROS
              ADD 1 TO WRK-DIA-QTD
              ADD 1 TO WRK-CONTADOR-COTITULAR
           ELSE
              DISPLAY "ERRO AO GRAVAR COTITULAR NO DAY-FILE "
                      WRK-AGENCIA WRK-CONTA
           END-IF.
       0334-FIM. EXIT.

      *----------------------- CAPTURAR ENDERECO/CONTATO DO CLIENTE
      *    O CADASTRO E POR DOCUMENTO: O CLIENTE QUE JA TEM CONTATO
      *    CADASTRADO PODE DISPENSAR A CAPTURA. CEP, TELEFONE,
      *    E-MAIL E CANAL SAO CRITICADOS AQUI COM AS MESMAS REGRAS
      *    DO LOTE, PARA O REGISTRO NAO VOLTAR REJEITADO.
       0340-CAPTURAR-CONTATO SECTION.
           DISPLAY "CADASTRAR ENDERECO/CONTATO? (S/N) ".
           ACCEPT WRK-CTT-RESPOSTA.
           IF NOT WRK-CTT-SIM
              GO TO 0340-FIM
           END-IF.

           MOVE SPACES TO WRK-CTT-LOGRADOURO.
           PERFORM 0341-CAPTURAR-LOGRADOURO
              UNTIL WRK-CTT-LOGRADOURO NOT EQUAL SPACES.
           DISPLAY "NUMERO ".
           ACCEPT WRK-CTT-NUMERO.
           DISPLAY "COMPLEMENTO ".
           ACCEPT WRK-CTT-COMPLEMENTO.
           DISPLAY "BAIRRO ".
           ACCEPT WRK-CTT-BAIRRO.

           MOVE SPACES TO WRK-CTT-CIDADE.
           PERFORM 0342-CAPTURAR-CIDADE
              UNTIL WRK-CTT-CIDADE NOT EQUAL SPACES AND
                    WRK-CTT-UF NOT EQUAL SPACES.

           MOVE "N" TO WRK-CTT-VALIDO.
           PERFORM 0343-CAPTURAR-CEP UNTIL WRK-CTT-OK.

           MOVE "N" TO WRK-CTT-VALIDO.
           PERFORM 0344-CAPTURAR-TELEFONE UNTIL WRK-CTT-OK.

           MOVE "N" TO WRK-CTT-VALIDO.
           PERFORM 0345-CAPTURAR-EMAIL UNTIL WRK-CTT-OK.

           MOVE "N" TO WRK-CTT-VALIDO.
           PERFORM 0346-CAPTURAR-CANAL UNTIL WRK-CTT-OK.

           PERFORM 0347-GRAVAR-CONTATO
              VARYING WRK-CTT-PARTE FROM 1 BY 1
              UNTIL WRK-CTT-PARTE GREATER 4.
           ADD 1 TO WRK-CONTADOR-CONTATO.
       0340-FIM. EXIT.

       0341-CAPTURAR-LOGRADOURO SECTION.
           DISPLAY "LOGRADOURO (RUA/AVENIDA) ".
           ACCEPT WRK-CTT-LOGRADOURO.
           IF WRK-CTT-LOGRADOURO EQUAL SPACES
              DISPLAY "LOGRADOURO OBRIGATORIO"
           END-IF.
       0341-FIM. EXIT.

       0342-CAPTURAR-CIDADE SECTION.
           DISPLAY "CIDADE ".
           ACCEPT WRK-CTT-CIDADE.
           DISPLAY "UF ".
           ACCEPT WRK-CTT-UF.
           IF WRK-CTT-CIDADE EQUAL SPACES OR WRK-CTT-UF EQUAL SPACES
              DISPLAY "CIDADE E UF OBRIGATORIAS"
           END-IF.
       0342-FIM. EXIT.

       0343-CAPTURAR-CEP SECTION.
           DISPLAY "CEP (8 DIGITOS) ".
           ACCEPT WRK-CTT-CEP.
           IF WRK-CTT-CEP NUMERIC AND
              WRK-CTT-CEP NOT EQUAL "00000000"
              MOVE "S" TO WRK-CTT-VALIDO
           ELSE
              DISPLAY "CEP INVALIDO, DIGITE NOVAMENTE"
           END-IF.
       0343-FIM. EXIT.

       0344-CAPTURAR-TELEFONE SECTION.
           DISPLAY "TELEFONE COM DDD (11 DIGITOS, BRANCO SE NAO TEM) ".
           ACCEPT WRK-CTT-TELEFONE.
           IF WRK-CTT-TELEFONE NUMERIC OR
              WRK-CTT-TELEFONE EQUAL SPACES
              MOVE "S" TO WRK-CTT-VALIDO
           ELSE
              DISPLAY "TELEFONE INVALIDO, DIGITE NOVAMENTE"
           END-IF.
       0344-FIM. EXIT.

       0345-CAPTURAR-EMAIL SECTION.
           DISPLAY "E-MAIL (BRANCO SE NAO TEM) ".
           ACCEPT WRK-CTT-EMAIL.
           IF WRK-CTT-EMAIL EQUAL SPACES
              MOVE "S" TO WRK-CTT-VALIDO
              GO TO 0345-FIM
           END-IF.

           MOVE ZEROS TO WRK-CTT-ARROBAS.
           INSPECT WRK-CTT-EMAIL TALLYING WRK-CTT-ARROBAS
              FOR ALL "@".
           IF WRK-CTT-ARROBAS EQUAL 1 AND
              WRK-CTT-EMAIL(1:1) NOT EQUAL "@" AND
              WRK-CTT-EMAIL(1:1) NOT EQUAL SPACE
              MOVE "S" TO WRK-CTT-VALIDO
           ELSE
              DISPLAY "E-MAIL INVALIDO, DIGITE NOVAMENTE"
           END-IF.
       0345-FIM. EXIT.

      *    O CANAL E-MAIL SO E ACEITO COM E-MAIL INFORMADO.
       0346-CAPTURAR-CANAL SECTION.
           DISPLAY "EXTRATO POR P:PAPEL E:E-MAIL N:NAO ENVIAR ".
           ACCEPT WRK-CTT-CANAL.
           IF NOT WRK-CTT-CANAL-OK
              DISPLAY "OPCAO INVALIDA, DIGITE P, E OU N"
              GO TO 0346-FIM
           END-IF.

           IF WRK-CTT-CANAL EQUAL "E" AND WRK-CTT-EMAIL EQUAL SPACES
              DISPLAY "SEM E-MAIL CADASTRADO, ESCOLHA P OU N"
              GO TO 0346-FIM
           END-IF.

           MOVE "S" TO WRK-CTT-VALIDO.
       0346-FIM. EXIT.

      *----------------------- GRAVAR UMA PARTE DO CONTATO NO DAY-FILE
       0347-GRAVAR-CONTATO SECTION.
           MOVE SPACES        TO REG-ENTRADA-CONTATO.
           MOVE "K"           TO CTK-TIPO-REG.
           IF WRK-TIPO-CONTA EQUAL 1 OR WRK-TIPO-CONTA EQUAL 3
              MOVE WRK-CPF    TO CTK-CPF-CNPJ
           ELSE
              MOVE WRK-CNPJ   TO CTK-CPF-CNPJ
           END-IF.
           MOVE WRK-CTT-PARTE TO CTK-PARTE.
           MOVE "I"           TO CTK-TIPO-MNT.

           EVALUATE WRK-CTT-PARTE
               WHEN 1
                   MOVE WRK-CTT-LOGRADOURO  TO CTK-LOGRADOURO
                   MOVE WRK-CTT-NUMERO      TO CTK-NUMERO
               WHEN 2
                   MOVE WRK-CTT-COMPLEMENTO TO CTK-COMPLEMENTO
                   MOVE WRK-CTT-BAIRRO      TO CTK-BAIRRO
               WHEN 3
                   MOVE WRK-CTT-CIDADE      TO CTK-CIDADE
                   MOVE WRK-CTT-UF          TO CTK-UF
                   MOVE WRK-CTT-CEP         TO CTK-CEP
                   MOVE WRK-CTT-CANAL       TO CTK-CANAL
                   MOVE WRK-CTT-TELEFONE(1:2) TO CTK-DDD
                   MOVE WRK-CTT-TELEFONE(3:9) TO CTK-TELEFONE
               WHEN 4
                   MOVE WRK-CTT-EMAIL       TO CTK-EMAIL
           END-EVALUATE.

           WRITE REG-ENTRADA-CONTATO.
           IF FS-DIAARQCLI EQUAL ZEROS
              ADD 1 TO WRK-DIA-QTD
           ELSE
              DISPLAY "ERRO AO GRAVAR CONTATO NO DAY-FILE "
                      WRK-AGENCIA WRK-CONTA
           END-IF.
       0347-FIM. EXIT.

       0400-FINALIZAR SECTION.
           PERFORM 0410-GRAVAR-TRAILER-DIA.
           CLOSE DIAARQCLI.
           DISPLAY "JURIDICA.....: " WRK-CONTADOR-JURIDICA.
           DISPLAY "POUPANCA.....: " WRK-CONTADOR-POUPANCA.
           DISPLAY "INVESTIMENTO.: " WRK-CONTADOR-INVESTIMENT.
           DISPLAY "COTITULARES..: " WRK-CONTADOR-COTITULAR.
           DISPLAY "CONTATOS.....: " WRK-CONTADOR-CONTATO.
           DISPLAY "GRAVADOS NO DAY-FILE: " WRK-DIA-QTD.
       0400-FIM. EXIT.

