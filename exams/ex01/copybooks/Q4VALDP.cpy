000162*                   AGAINST THE DAY THE WORK BELONGS TO -- AN    *
000163*                   AS-OF RERUN MUST APPLY THE LIMITS THAT       *
000164*                   WERE IN FORCE ON THAT DAY.                   *
000165*    10/15/26  RM   ADDED QVP-MAX-W/X/Y/Z FOR THE NEW "C" AND    *
000166*                   "M" CEILING REQUESTS.  REASON 47 = CEILING   *
000167*                   NOT NUMERIC OR OVER THE N LIMIT IN FORCE,    *
000168*                   75 = CEILING OVER THE DEPT MAXIMUM.  "M"     *
000169*                   NEEDS LEAST-COST AUTHORITY (REASON 80) THE   *
000170*                   SAME AS "L".  ADDED THE REQUEST-TYPE 88S.    *
000171*---------------------------------------------------------------*
000172 01  Q4VALID-PARM.
000173     05  QVP-N                 PIC 9(05).
000180     05  QVP-S                 PIC S9(05).
000190     05  QVP-A                 PIC S9(05).
000200     05  QVP-B                 PIC S9(05).
000210     05  QVP-C                 PIC S9(05).
000220     05  QVP-D                 PIC S9(05).
000230     05  QVP-REQUEST-TYPE      PIC X(01).
000232         88  QVP-KNOWN-TYPE              VALUE "V" "L" "R"
000234                                               "C" "M" SPACE.
000236         88  QVP-LEAST-COST-TYPE         VALUE "L" "M".
000238         88  QVP-CEILING-TYPE            VALUE "C" "M".
000240     05  QVP-VALID-SWITCH      PIC X(01).
000250         88  QVP-VALID                   VALUE "Y".
000260         88  QVP-INVALID                 VALUE "N".
000420*----THE BUSINESS DATE THE WORK BELONGS TO, FOR PICKING THE-----*
000430*----EFFECTIVE LIMIT SET; ZERO = TODAY--------------------------*
000440     05  QVP-BUSINESS-DATE     PIC 9(08).
000450*----PER-MULTIPLIER CEILINGS, ONLY EXAMINED FOR "C"/"M" REQUESTS-*
000460     05  QVP-CEILINGS.
000470         10  QVP-MAX-W         PIC 9(05).
000480         10  QVP-MAX-X         PIC 9(05).
000490         10  QVP-MAX-Y         PIC 9(05).
000500         10  QVP-MAX-Z         PIC 9(05).
