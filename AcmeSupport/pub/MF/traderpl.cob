            03 COMMISSION-BUY             PIC X(3) VALUE SPACES.
            03 COMMISSION-SELL            PIC X(3) VALUE SPACES.
            03 COMPANY-CURRENCY           PIC X(3) VALUE SPACES.
            03 COMPANY-STATUS             PIC X(1) VALUE SPACES.

        01 GET-COMP-BUFFER.
            03 GET-COMP-REQUEST-TYPE      PIC X(15) VALUE SPACES.
                WHEN '20'
                   MOVE 'Request Failed: PASSWORD EXPIRED'
                        TO MESS3O
                WHEN '24'
                   MOVE 'Request Failed: ACCOUNT CLOSED'
                        TO MESS3O
                WHEN '26'
                   MOVE 'Request Failed: TRADING HALTED'
                        TO MESS3O
                WHEN '25'
                   MOVE 'Request Failed: BUYING SUSPENDED'
                        TO MESS3O
                WHEN '99'
                   MOVE 'Request Failed: CUSTOMER NOT FOUND' TO MESS3O
                WHEN OTHER
                WHEN '20'
                   MOVE 'Request Failed: PASSWORD EXPIRED'
                        TO MESS3O
                WHEN '24'
                   MOVE 'Request Failed: ACCOUNT CLOSED'
                        TO MESS3O
                WHEN '26'
                   MOVE 'Request Failed: TRADING HALTED'
                        TO MESS3O
                WHEN '99'
                   MOVE 'Request Failed: CUSTOMER NOT FOUND' TO MESS3O
                WHEN OTHER
