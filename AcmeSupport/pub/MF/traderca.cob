           MOVE RUN-TIMESTAMP TO TL-TIMESTAMP
           MOVE 'TRADERCA' TO TL-SOURCE
           MOVE ZERO TO TL-COMMISSION-PCT
           MOVE SPACES TO TL-REVERSAL-REF
      * Same RUN-TIMESTAMP on every entry this run - bump TL-LOG-SEQ
      * until the WRITE takes so a customer touched by more than one
      * action keeps unique blotter keys.
