      *> into WS-EXPORT-CSV-LINE / WS-EXPORT-JSON-LINE per record, then
      *> PERFORMs the shared paragraphs.
       01 WS-EXPORT-CSV-HEADER      PIC X(200).
       01 WS-EXPORT-CSV-LINE        PIC X(600).
       01 WS-EXPORT-JSON-LINE       PIC X(600).
       01 WS-EXPORT-JSON-FIRST-ROW  PIC X(1) VALUE 'Y'.
