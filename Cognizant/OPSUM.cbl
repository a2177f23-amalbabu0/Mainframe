       DATA DIVISION.                                                   00000310
       FILE SECTION.                                                    00000320
       FD AUDITIN-PS                                                    00000330
           RECORD CONTAINS 100 CHARACTERS.                              00000340
           COPY DLAUDIT.                                                00000350
       FD RPT-PS                                                        00000360
           RECORD CONTAINS 132 CHARACTERS.                              00000370
