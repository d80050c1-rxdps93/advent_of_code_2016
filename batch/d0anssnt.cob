                    DISPLAY '*** ' FUNCTION TRIM(REPORT-REC)
                    MOVE 'LOG' TO EL-FUNC
                    MOVE 'AOC-2016-ANSSENT' TO EL-PROGRAM
                    MOVE SK-PROGRAM(WS-KEY-IDX) TO EL-REFERENCE
                    MOVE 'AOC0606E' TO EL-MSG-ID
                    CALL 'AOC-2016-ERRLOG' USING EL-REQUEST
                       ON EXCEPTION
                          CONTINUE
