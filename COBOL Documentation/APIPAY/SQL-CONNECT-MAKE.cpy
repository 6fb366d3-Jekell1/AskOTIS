      ******************************************************************
       SQL-CONNECT-MAKE.

      * 110628 RTC A SHADOW RUN CONNECTS TO THE POINT-IN-TIME COPY.
           IF HOLD-SHADOW-FG = "S"
              MOVE SHADOW-SQL-SERVER TO SQL-CONNECT-SERVER.

           EXEC SQL
                CONNECT TO :SQL-CONNECT-SERVER AS C1
                      USER :SQL-CONNECT-USERID USING :SQL-CONNECT-PSWD
