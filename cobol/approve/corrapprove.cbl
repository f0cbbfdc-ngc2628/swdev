             05 i-cnt pic 9(5) value 0.
             05 u-cnt pic 9(5) value 0.
             05 d-cnt pic 9(5) value 0.
             05 n-cnt pic 9(5) value 0.
             05 a-cnt pic 9(5) value 0.
             05 c-cnt pic 9(5) value 0.
             05 other-cnt pic 9(5) value 0.
         write pend-record
         move spaces to pend-record
         string '#SUMMARY lines=' line-cnt
           ' I=' i-cnt ' U=' u-cnt ' D=' d-cnt ' N=' n-cnt
           ' A=' a-cnt ' C=' c-cnt
           delimited by size into pend-record
         end-string
                 when 'I' add 1 to i-cnt
                 when 'U' add 1 to u-cnt
                 when 'D' add 1 to d-cnt
                 when 'N' add 1 to n-cnt
                 when 'A' add 1 to a-cnt
                 when 'C' add 1 to c-cnt
                 when other add 1 to other-cnt
