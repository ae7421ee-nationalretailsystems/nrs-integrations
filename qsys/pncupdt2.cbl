           88 Updt2RespDS-REJECTED      VALUE "R".
           05 error_reason      PIC X(100).
       01 Updt2HistDSLEN      PIC S9(5)
                    VALUE 198
                    COMP-3.
       01 Updt2HistDS      .
           05 hist_message_group_id      PIC X(25).
           05 hist_load_status      PIC X(25).
           05 hist_customer_code      PIC X(25).
           05 hist_timestamp      PIC X(26).
           05 hist_Trailer_SCAC      PIC X(4).
       01 ScacRefDSLEN      PIC S9(5)
                    VALUE 55
                    COMP-3.
