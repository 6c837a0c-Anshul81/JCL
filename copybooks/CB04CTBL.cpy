      *****************************************************************
      *  CB04CTBL.cpy
      *  Working-storage copy of the CB04CURR currency master, loaded
      *  from CURRMAST at the start of CBACT04C, CBACT04M and
      *  CBACT04E (and any other program that edits a currency code)
      *  so each code can be checked without rereading the file.
      *  WS-CM-Count is the number of entries loaded; zero means no
      *  master was available.  A lookup moves the code to
      *  WS-CM-Lookup-Code and leaves the verdict in WS-CM-Result-Sw
      *  and the matching entry in WS-CM-Found-Sub.
      *****************************************************************
       01  WS-CM-Max                   PIC 9(3) VALUE 200.
       01  WS-CM-Count                 PIC 9(3) VALUE ZERO.
       01  WS-Currency-Master-Table.
           05  WS-CM-Entry OCCURS 200 TIMES INDEXED BY WS-CM-Idx.
               10  WS-CM-Code          PIC X(3).
               10  WS-CM-Decimals      PIC 9.
               10  WS-CM-Status        PIC X.
                   88  WS-CM-Retired   VALUE 'R'.
               10  WS-CM-Base-Flag     PIC X.
                   88  WS-CM-Is-Base   VALUE 'Y'.
       01  WS-CM-Lookup-Code           PIC X(3) VALUE SPACES.
       01  WS-CM-Found-Sub             PIC 9(3) VALUE ZERO.
       01  WS-CM-Result-Sw             PIC X VALUE SPACE.
           88  Currency-On-Master      VALUE 'K'.
           88  Currency-Not-On-Master  VALUE 'U'.
           88  Currency-Is-Retired     VALUE 'R'.
