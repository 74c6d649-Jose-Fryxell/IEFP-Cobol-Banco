      ******************************************************************
      * Movement history record - one per posted debit/credit.
      * Written once; the only rewrite ever made is the reversal
      * mark described below. Held on the indexed MOVIMENT
      * file keyed by CHAVE-MOV (account + date + sequence within the
      * day), so a session can go straight to one account's movements
      * for one date. SEQUENCIA-MOV starts at zero each account/day
      * NU = numerario (teller cash), TR = transferencia,
      * JU = juros, MA = manutencao, OP = ordem permanente,
      * CO = compensacao (clearing), DP = deposito a prazo,
      * CH = cheque, ES = estorno, TE = transferencia externa (to
      * another bank through the outgoing clearing file),
      * DV = devolucao (an outbound transfer rejected by the
      * clearing house and credited back), CA = cartao (card
      * purchase settled by the card processor), EM = emprestimo
      * (loan principal credited at opening, instalments collected),
      * RF = retencao na fonte (tax withheld on a JU interest credit,
      * posted as a separate debit right after it).
      * Spaces on records written before the field existed; the
      * statements then fall back to the TIPO-MOV letter.
      * ESTORNADO-MOV is 'S' once the movement has been reversed by
      * a supervised estorno (or returned by the clearing house), so
      * it can never be reversed twice;
      * 'N' (or spaces on older records) otherwise.
      * REF-ESTORNO-MOV links a reversal with what it reversed, on
      * the same account: on an ES or DV movement it holds the date
      * and sequence of the original; on a reversed original it
      * holds the date and sequence of the ES or DV movement. Zero
      * otherwise.
      ******************************************************************
       01 REG-MOVIMENTO.
           05 CHAVE-MOV.
           05 CONTA-LIGADA-MOV         PIC 9(10).
           05 SUPERVISOR-MOV           PIC X(8).
           05 CATEGORIA-MOV            PIC X(2).
           05 ESTORNADO-MOV            PIC X.
           05 REF-ESTORNO-MOV.
               10 DATA-ESTORNO-MOV     PIC 9(8).
               10 SEQUENCIA-ESTORNO-MOV PIC 9(4).
