      *****************************************************************
      * KPIRULEREC: one KPIWATCH rule - the chart data file to read,
      * its layout (G = GAUGE one-value file, L = LINECHARTREC
      * series, whose last point is the reading, H = HEATMAPREC,
      * P = PIECHARTREC), which value (H: the cell as "rrrccc", P:
      * the slice label; blank for G and L), the condition and its
      * limit, how many consecutive polls must breach before the
      * rule trips, and the ticker message color and text posted
      * while it is tripped. Condition A trips above the limit, B
      * below it, C on a move of more than KR-LIMIT percent either
      * way from the STATPACK mean of the values before it (the
      * series' earlier points for L, the rule's earlier readings
      * otherwise). Plain text and hand-editable like the chart
      * inputs; the limit carries a separate leading sign.
      *****************************************************************
       01  KPI-RULE-REC SIGN IS LEADING SEPARATE.
           05  KR-RULE-ID         PIC X(8).
           05  KR-DATA-FILE       PIC X(20).
           05  KR-FORMAT          PIC X.
               88  KR-GAUGE           VALUE 'G'.
               88  KR-LINECHART       VALUE 'L'.
               88  KR-HEATMAP         VALUE 'H'.
               88  KR-PIECHART        VALUE 'P'.
           05  KR-SELECTOR        PIC X(12).
           05  KR-CELL REDEFINES KR-SELECTOR.
               10  KR-CELL-ROW    PIC 9(3).
               10  KR-CELL-COL    PIC 9(3).
               10  FILLER         PIC X(6).
           05  KR-CONDITION       PIC X.
               88  KR-ABOVE           VALUE 'A'.
               88  KR-BELOW           VALUE 'B'.
               88  KR-CHANGE          VALUE 'C'.
           05  KR-LIMIT           PIC S9(9).
           05  KR-POLLS           PIC 9(2).
           05  KR-MSG-R           PIC 9(3).
           05  KR-MSG-G           PIC 9(3).
           05  KR-MSG-B           PIC 9(3).
           05  KR-MESSAGE         PIC X(15).
