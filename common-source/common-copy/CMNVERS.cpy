000540* 20260902 RAL   V020 - CYCRPT NIGHTLY CYCLE OPERATIONS          *
000550*                  REPORT OVER CMNCYCF, CMNTOTF AND CMNLOGF      *
000560*                  WITH A TREND SECTION. MEMBER RESEQUENCED.     *
000570* 20261015 RAL   V021 - ACCOUNT STATUS AND OVERDRAFT LIMIT ON    *
000580*                  THE MASTER, MAINTAINED BY MSTMNT AND ENFORCED *
000590*                  BY THE PROC APPLY.                            *
000600* 20261015 RAL   V022 - ACCOUNT-TO-ACCOUNT TRANSFER ACTION ON    *
000610*                  THE FEED, APPLIED ALL OR NOTHING AND          *
000620*                  JOURNALED PER LEG WITH A SHARED REFERENCE.    *
000630* 20261015 RAL   V023 - FEDMRG MULTI-SOURCE FEED CONSOLIDATION - *
000640*                  EACH FEED'S ENVELOPE PROVED ON ITS OWN, ONE   *
000650*                  KEY-ORDERED APPLY FEED UNDER A FRESH          *
000660*                  ENVELOPE. MEMBER RESEQUENCED.                 *
000670* 20261015 RAL   V024 - TRYP TRIAL APPLY AND THE DATBATC-TRIAL   *
000680*                  NO-UPDATE RUN. LINK RANK 009.                 *
000690* 20261015 RAL   V025 - MSTRCN POINT-IN-TIME MASTER REBUILD.     *
000700*                  CMNJRNF CARRIES THE ADD NAME, CMNMAUF THE     *
000710*                  CONTROL DATE.                                 *
000720* 20261015 RAL   V026 - GLEXTR DAILY GL POSTING EXTRACT, PROVED  *
000730*                  AGAINST CMNTOTF BEFORE RELEASE.               *
000740*                  MEMBER RESEQUENCED.                           *
000742* 20261015 RAL   V027 - DRMRPT DORMANCY AND ESCHEAT AGING WITH   *
000744*                  THE MSTMNT FREEZE EXTRACT.                    *
000746* 20261015 RAL   V028 - ACCINQ SINGLE-ACCOUNT INQUIRY.           *
000748* 20261015 RAL   V029 - HOLMNT HOLIDAY-CALENDAR MAINTENANCE.     *
000749* 20261015 RAL   V030 - REGMNT REGISTRY MAINTENANCE AND CHECK.   *
000750******************************************************************
000760*
000770 01  CMN-VERSION-STAMP.
000780     05  CMN-VERS-HLQ                PIC X(08) VALUE 'HLQ'.
000790     05  CMN-VERS-PATCH-LVL          PIC X(04) VALUE 'V030'.
000800     05  CMN-VERS-BUILD-DATE         PIC X(08) VALUE '20261015'.
