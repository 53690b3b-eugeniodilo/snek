                              ==HISC-SIZECOL==    BY ==ARC-SIZECOL==
                              ==HISC-SCORE==      BY ==ARC-SCORE==
                              ==HISC-COURSE==     BY ==ARC-COURSE==
                              ==HISC-GAMETYPE==   BY ==ARC-GAMETYPE==
                              ==HISC-CRSE-REV==   BY ==ARC-CRSE-REV==.

FD  GC99PRINT-FILE.
01  PRINT-LINE pic x(80).
