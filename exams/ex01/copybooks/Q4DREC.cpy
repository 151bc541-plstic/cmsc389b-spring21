000150*                   INCIDENTS ALWAYS TRACE BACK TO AREAS THAT   *
000160*                   SHOULD NEVER HAVE BEEN ALLOWED TO SUBMIT    *
000170*                   THAT SIZE.                                  *
000172*    10/15/26  RM   ADDED Q4D-RETURN-FILE -- "Y" FOR A          *
000174*                   DEPARTMENT THAT TAKES BACK ITS VERDICTS AS  *
000176*                   A COMMA-DELIMITED RETURN FILE (Q4RTN).      *
000178*                   RECORD GROWS 47 -> 48 (SEE Q4DCONV).        *
000180*---------------------------------------------------------------*
000190 01  Q4-DEPT-RECORD.
000200     05  Q4D-KEY.
000280     05  Q4D-CONTACT           PIC X(20).
000290     05  Q4D-ADDED-DATE        PIC 9(08).
000300     05  Q4D-CHANGED-DATE      PIC 9(08).
000310*>   BLANK (PROFILES FILED BEFORE THE FLAG EXISTED) MEANS NO
000320     05  Q4D-RETURN-FILE       PIC X(01).
000330         88  Q4D-WANTS-RETURN            VALUE "Y".
