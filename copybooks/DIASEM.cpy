       01  WS-DIA-SEMANA       PIC 9      VALUE ZEROS.
           88  DIA-SEMANA-UTIL     VALUES 1 THRU 5.
           88  DIA-SEMANA-FDS      VALUES 6 7.
           88  DIA-SEMANA-DOMINGO  VALUE 7.
