      *========================== COB-FAKER ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-15  1.0      First release
      *================================================================*

      **** TIME-ZONES: the zone each FAKADDR state, territory,
      **** military state and Canadian province keeps, by its postal
      **** abbreviation - FAKTEMP's FAKER-TZ-STATE lookup.  A state
      **** that spans zones carries the zone most of its people
      **** live in (Eastern for Florida, Indiana and Kentucky,
      **** Central for Texas and Tennessee, Mountain for Idaho).
      ****
      ****     TZ-STD-SIGN/HH/MM  the standard-time offset from UTC;
      ****     TZ-DST-RULE        U - United States/Canada daylight
      ****                            saving (02:00 local on the
      ****                            second Sunday of March to the
      ****                            first Sunday of November from
      ****                            2007; the first Sunday of April
      ****                            to the last Sunday of October
      ****                            1987-2006; the last Sunday of
      ****                            April before that),
      ****                        E - European Union summer time
      ****                            (01:00 UTC, last Sunday of March
      ****                            to last Sunday of October),
      ****                        N - no daylight saving observed;
      ****     TZ-STD-NAME        the standard-time abbreviation;
      ****     TZ-DST-NAME        the daylight-time abbreviation.
      ****
      **** AA (Americas) keeps Eastern time, AE (Europe) Central
      **** European time and AP (Pacific) Japan time - the largest
      **** installations each military state serves.

       01  TIME-ZONES.
           05  TIME-ZONE-CNT       PIC S9(4)  COMP VALUE 75.
           05  TIME-ZONE-OCCS.
               10  FILLER PIC X(20) VALUE 'AL -0600 U CST CDT  '.
               10  FILLER PIC X(20) VALUE 'AK -0900 U AKSTAKDT'.
               10  FILLER PIC X(20) VALUE 'AZ -0700 N MST MST  '.
               10  FILLER PIC X(20) VALUE 'AR -0600 U CST CDT  '.
               10  FILLER PIC X(20) VALUE 'CA -0800 U PST PDT  '.
               10  FILLER PIC X(20) VALUE 'CO -0700 U MST MDT  '.
               10  FILLER PIC X(20) VALUE 'CT -0500 U EST EDT  '.
               10  FILLER PIC X(20) VALUE 'DE -0500 U EST EDT  '.
               10  FILLER PIC X(20) VALUE 'DC -0500 U EST EDT  '.
               10  FILLER PIC X(20) VALUE 'FL -0500 U EST EDT  '.
               10  FILLER PIC X(20) VALUE 'GA -0500 U EST EDT  '.
               10  FILLER PIC X(20) VALUE 'HI -1000 N HST HST  '.
               10  FILLER PIC X(20) VALUE 'ID -0700 U MST MDT  '.
               10  FILLER PIC X(20) VALUE 'IL -0600 U CST CDT  '.
               10  FILLER PIC X(20) VALUE 'IN -0500 U EST EDT  '.
               10  FILLER PIC X(20) VALUE 'IA -0600 U CST CDT  '.
               10  FILLER PIC X(20) VALUE 'KS -0600 U CST CDT  '.
               10  FILLER PIC X(20) VALUE 'KY -0500 U EST EDT  '.
               10  FILLER PIC X(20) VALUE 'LA -0600 U CST CDT  '.
               10  FILLER PIC X(20) VALUE 'ME -0500 U EST EDT  '.
               10  FILLER PIC X(20) VALUE 'MD -0500 U EST EDT  '.
               10  FILLER PIC X(20) VALUE 'MA -0500 U EST EDT  '.
               10  FILLER PIC X(20) VALUE 'MI -0500 U EST EDT  '.
               10  FILLER PIC X(20) VALUE 'MN -0600 U CST CDT  '.
               10  FILLER PIC X(20) VALUE 'MS -0600 U CST CDT  '.
               10  FILLER PIC X(20) VALUE 'MO -0600 U CST CDT  '.
               10  FILLER PIC X(20) VALUE 'MT -0700 U MST MDT  '.
               10  FILLER PIC X(20) VALUE 'NE -0600 U CST CDT  '.
               10  FILLER PIC X(20) VALUE 'NV -0800 U PST PDT  '.
               10  FILLER PIC X(20) VALUE 'NH -0500 U EST EDT  '.
               10  FILLER PIC X(20) VALUE 'NJ -0500 U EST EDT  '.
               10  FILLER PIC X(20) VALUE 'NM -0700 U MST MDT  '.
               10  FILLER PIC X(20) VALUE 'NY -0500 U EST EDT  '.
               10  FILLER PIC X(20) VALUE 'NC -0500 U EST EDT  '.
               10  FILLER PIC X(20) VALUE 'ND -0600 U CST CDT  '.
               10  FILLER PIC X(20) VALUE 'OH -0500 U EST EDT  '.
               10  FILLER PIC X(20) VALUE 'OK -0600 U CST CDT  '.
               10  FILLER PIC X(20) VALUE 'OR -0800 U PST PDT  '.
               10  FILLER PIC X(20) VALUE 'PA -0500 U EST EDT  '.
               10  FILLER PIC X(20) VALUE 'RI -0500 U EST EDT  '.
               10  FILLER PIC X(20) VALUE 'SC -0500 U EST EDT  '.
               10  FILLER PIC X(20) VALUE 'SD -0600 U CST CDT  '.
               10  FILLER PIC X(20) VALUE 'TN -0600 U CST CDT  '.
               10  FILLER PIC X(20) VALUE 'TX -0600 U CST CDT  '.
               10  FILLER PIC X(20) VALUE 'UT -0700 U MST MDT  '.
               10  FILLER PIC X(20) VALUE 'VT -0500 U EST EDT  '.
               10  FILLER PIC X(20) VALUE 'VA -0500 U EST EDT  '.
               10  FILLER PIC X(20) VALUE 'WA -0800 U PST PDT  '.
               10  FILLER PIC X(20) VALUE 'WV -0500 U EST EDT  '.
               10  FILLER PIC X(20) VALUE 'WI -0600 U CST CDT  '.
               10  FILLER PIC X(20) VALUE 'WY -0700 U MST MDT  '.
               10  FILLER PIC X(20) VALUE 'AS -1100 N SST SST  '.
               10  FILLER PIC X(20) VALUE 'FM +1100 N PONTPONT'.
               10  FILLER PIC X(20) VALUE 'GU +1000 N ChSTChST'.
               10  FILLER PIC X(20) VALUE 'MH +1200 N MHT MHT  '.
               10  FILLER PIC X(20) VALUE 'MP +1000 N ChSTChST'.
               10  FILLER PIC X(20) VALUE 'PW +0900 N PWT PWT  '.
               10  FILLER PIC X(20) VALUE 'PR -0400 N AST AST  '.
               10  FILLER PIC X(20) VALUE 'VI -0400 N AST AST  '.
               10  FILLER PIC X(20) VALUE 'AA -0500 U EST EDT  '.
               10  FILLER PIC X(20) VALUE 'AE +0100 E CET CEST'.
               10  FILLER PIC X(20) VALUE 'AP +0900 N JST JST  '.
               10  FILLER PIC X(20) VALUE 'AB -0700 U MST MDT  '.
               10  FILLER PIC X(20) VALUE 'BC -0800 U PST PDT  '.
               10  FILLER PIC X(20) VALUE 'MB -0600 U CST CDT  '.
               10  FILLER PIC X(20) VALUE 'NB -0400 U AST ADT  '.
               10  FILLER PIC X(20) VALUE 'NL -0330 U NST NDT  '.
               10  FILLER PIC X(20) VALUE 'NT -0700 U MST MDT  '.
               10  FILLER PIC X(20) VALUE 'NS -0400 U AST ADT  '.
               10  FILLER PIC X(20) VALUE 'NU -0500 U EST EDT  '.
               10  FILLER PIC X(20) VALUE 'ON -0500 U EST EDT  '.
               10  FILLER PIC X(20) VALUE 'PE -0400 U AST ADT  '.
               10  FILLER PIC X(20) VALUE 'QC -0500 U EST EDT  '.
               10  FILLER PIC X(20) VALUE 'SK -0600 N CST CST  '.
               10  FILLER PIC X(20) VALUE 'YT -0700 N MST MST  '.
           05  FILLER REDEFINES TIME-ZONE-OCCS.
               10  TIME-ZONE                       OCCURS 75
                                                   INDEXED TZ-DX.
                   15  TZ-STATE    PIC X(2).
                   15  FILLER      PIC X.
                   15  TZ-STD-SIGN PIC X.
                   15  TZ-STD-HH   PIC 9(2).
                   15  TZ-STD-MM   PIC 9(2).
                   15  FILLER      PIC X.
                   15  TZ-DST-RULE PIC X.
                   15  FILLER      PIC X.
                   15  TZ-STD-NAME PIC X(4).
                   15  TZ-DST-NAME PIC X(4).
                   15  FILLER      PIC X.
