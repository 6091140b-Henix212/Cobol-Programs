000560                   ==CALC-NUM1==   BY ==CALC-RJH-NUM1==
000570                   ==CALC-OPERATOR== BY ==CALC-RJH-OPERATOR==
000580                   ==CALC-NUM2-X== BY ==CALC-RJH-NUM2-X==
000590                   ==CALC-NUM2==   BY ==CALC-RJH-NUM2==
000590                   ==CALC-ACCT-CODE== BY ==CALC-RJH-ACCT-CODE==.
000600     COPY CALCRJ
000610         REPLACING ==CALC-REJECT-REASON-CODE== BY
000620                   ==CALC-RJH-REASON-CODE==
