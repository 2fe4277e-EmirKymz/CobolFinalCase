                                 ==ACC-DVZ==     BY ==AEX-DVZ==
                                 ==ACC-DATE==    BY ==AEX-DATE==
                                 ==ACC-BALANCE== BY ==AEX-BALANCE==
                                 ==ACC-OD-LIMIT== BY ==AEX-OD-LIMIT==
                                 ==ACC-OD-SINCE== BY ==AEX-OD-SINCE==.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
