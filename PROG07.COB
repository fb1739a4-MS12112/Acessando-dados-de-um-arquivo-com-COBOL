      *jornaliza I/A/E, p/ o extrato incremental ao CRM (PROG19)
      *enxergar todo caminho de entrada/saida da base
           SELECT JORNAL ASSIGN TO "JRNCLI-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS JRN-CHAVE
           ALTERNATE RECORD KEY IS JRN-DATA-HORA WITH DUPLICATES
           FILE STATUS IS FS-JORNAL.

      *Trilha de auditoria: uma linha por execucao (ver 0300-FINALIZAR)
       FD REL-MOVIMENTOS.
       01 RELMOV-LINHA     PIC X(132).

      *Jornal: layout compartilhado dos gravadores (COPY REGJRN)
       FD JORNAL.
           COPY REGJRN.

      *Controle de lotes ja aplicados: uma linha por CAB aplicado
       FD CTL-LOTES.
           END-IF.
           WRITE RELMOV-LINHA FROM WRK-LINHA-CAB-MOV.

      *----- JRNCLI-DAT e criado na primeira mudanca (FS=35)
           OPEN I-O JORNAL.
           IF FS-JORNAL EQUAL 35
             OPEN OUTPUT JORNAL
             CLOSE JORNAL
             OPEN I-O JORNAL
           END-IF.
           IF FS-JORNAL NOT EQUAL 00
             MOVE "JORNAL NAO FOI ABERTO" TO WRK-MSG-ERRO
      *----- Grava no jornal a imagem antes/depois do movimento
      *aplicado (mesma estrutura do 0240-GRAVAR-JORNAL do PROG05:
      *I=inclusao com antes em branco, A=alteracao, E=exclusao com
      *depois em branco). Lote sem operador identificado: o
      *carimbo do operador e o nome do programa
       0260-GRAVAR-JORNAL              SECTION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO JRN-DATA-HORA.
           MOVE WRK-JRN-OPERACAO TO JRN-OPERACAO.
               MOVE REG-CLIENTES TO JRN-DEPOIS
             END-IF
           END-IF.
           MOVE "PROG07" TO JRN-OPERADOR.
      *----- Segunda mudanca do mesmo cliente no mesmo segundo: a
      *chave ja existe (FS=22) e a entrada vai p/ a sequencia seguinte
           MOVE ZEROS TO JRN-SEQ.
           WRITE REG-JORNAL
             INVALID KEY
               CONTINUE
           END-WRITE.
           PERFORM UNTIL FS-JORNAL NOT EQUAL 22
             OR JRN-SEQ EQUAL 99
             ADD 1 TO JRN-SEQ
             WRITE REG-JORNAL
               INVALID KEY
                 CONTINUE
             END-WRITE
           END-PERFORM.
           IF FS-JORNAL NOT EQUAL 00 AND FS-JORNAL NOT EQUAL 02
             DISPLAY "AVISO: JORNAL NAO GRAVADO. FS: " FS-JORNAL
           END-IF.

