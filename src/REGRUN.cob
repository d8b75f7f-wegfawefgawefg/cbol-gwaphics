           STRING "./" FUNCTION TRIM(RR-DEMO-NAME) " "
                  FUNCTION TRIM(RR-DEMO-ARGS)
                  " | ./GFXREC " FUNCTION TRIM(WS-WORK-CAPTURE)
                  " - " FUNCTION TRIM(RR-DEMO-NAME)
                  " > /dev/null"
                  DELIMITED BY SIZE INTO WS-COMMAND
           END-STRING
