      *> Page control for the report print files.  Alongside its
      *> console output each report writes a 132-column print file
      *> named for the report and the run date (for example
      *> CALREPORT-CCYYMMDD.PRT), so a month of runs can be kept
      *> side by side; a second run on the same day replaces that
      *> day's file.  Every page opens with WS-Prt-Heading-1 (program,
      *> title, run date and time, page number), the selection line
      *> in WS-Prt-Heading-2 and the report's column headings in
      *> WS-Prt-Heading-3 and -4; the report ends with a footer of
      *> the records read and the records printed.  The program
      *> fills in the headings and counts, moves each line to
      *> WS-Prt-Line and writes it through its own print paragraph.
       01 WS-Prt-File-Name PIC X(64).
       01 WS-Prt-Status PIC XX.
       01 WS-Prt-Open-Flag PIC X VALUE "N".
           88 WS-Prt-Open VALUE "Y" FALSE "N".
       01 WS-Prt-Page-No PIC 9(4) VALUE 0.
       01 WS-Prt-Line-No PIC 9(3) VALUE 0.
       01 WS-Prt-Page-Size PIC 9(3) VALUE 60.
       01 WS-Prt-Run-Date PIC 9(8).
       01 WS-Prt-Time-Raw PIC 9(8).
       01 WS-Prt-Run-Time PIC 9(6).
       01 WS-Prt-Run-Time-R REDEFINES WS-Prt-Run-Time.
           05 WS-Prt-Run-HH PIC 9(2).
           05 WS-Prt-Run-MM PIC 9(2).
           05 WS-Prt-Run-SS PIC 9(2).
       01 WS-Prt-Read-Count PIC 9(7) VALUE 0.
       01 WS-Prt-Printed-Count PIC 9(7) VALUE 0.
       01 WS-Prt-Count-Edit PIC Z,ZZZ,ZZ9.
       01 WS-Prt-Line PIC X(132).
       01 WS-Prt-Heading-1.
           05 WS-Prt-H1-Program PIC X(16).
           05 WS-Prt-H1-Title PIC X(50).
           05 FILLER PIC X(5) VALUE "Run  ".
           05 WS-Prt-H1-Date PIC 9999/99/99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-Prt-H1-HH PIC 9(2).
           05 FILLER PIC X VALUE ":".
           05 WS-Prt-H1-MM PIC 9(2).
           05 FILLER PIC X VALUE ":".
           05 WS-Prt-H1-SS PIC 9(2).
           05 FILLER PIC X(8) VALUE "   Page ".
           05 WS-Prt-H1-Page PIC ZZZ9.
       01 WS-Prt-Heading-2 PIC X(132).
       01 WS-Prt-Heading-3 PIC X(132).
       01 WS-Prt-Heading-4 PIC X(132).
