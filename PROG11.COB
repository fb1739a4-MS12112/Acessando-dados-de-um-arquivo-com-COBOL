      *p/ o extrato incremental ao CRM (PROG19) emitir a linha de
      *remocao do expurgado em vez de deixa-lo vivo no CRM
           SELECT JORNAL ASSIGN TO "JRNCLI-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS JRN-CHAVE
           ALTERNATE RECORD KEY IS JRN-DATA-HORA WITH DUPLICATES
           FILE STATUS IS FS-JORNAL.

      *Cartao de parametros p/ execucao nao assistida (agendada):
       FD TRANSACOES.
           COPY REGTRN.

      *Jornal: layout compartilhado dos gravadores (COPY REGJRN)
       FD JORNAL.
           COPY REGJRN.

       FD REL-EXPURGO.
       01 EXP-LINHA        PIC X(132).
             END-IF
           END-IF.

      *----- JRNCLI-DAT e criado na primeira mudanca (FS=35)
           OPEN I-O JORNAL.
           IF FS-JORNAL EQUAL 35
             OPEN OUTPUT JORNAL
             CLOSE JORNAL
             OPEN I-O JORNAL
           END-IF.
           IF FS-JORNAL NOT EQUAL 00
             MOVE "JORNAL NAO FOI ABERTO" TO WRK-MSG-ERRO
      *----- Jornaliza a saida do mestre (operacao E, imagem antes =
      *registro expurgado, imagem depois em branco, igual ao
      *0260-GRAVAR-JORNAL do PROG07): sem esta entrada o extrato
      *incremental (PROG19) nunca emitiria a remocao p/ o CRM.
      *Lote sem operador identificado: o carimbo do operador e o
      *nome do programa
       0228-GRAVAR-JORNAL              SECTION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO JRN-DATA-HORA.
           MOVE "E" TO JRN-OPERACAO.
           MOVE WRK-EXP-ID TO JRN-ID.
           MOVE WRK-IMAGEM-ANTES TO JRN-ANTES.
           MOVE SPACES TO JRN-DEPOIS.
           MOVE "PROG11" TO JRN-OPERADOR.
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

