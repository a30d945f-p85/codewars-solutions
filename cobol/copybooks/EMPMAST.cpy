001000* punch so a badge typo is visible on the screen.  PAYCALC  *
001010* reads the hourly rate and shift code off it when it       *
001020* builds the nightly gross-pay extract.                     *
001030* EMP-HOURLY-RATE is only ever today's rate - the rate in   *
001040* force on any given day worked comes off RATEHIST.         *
001100*-----------------------------------------------------------*
001200 01  Employee-Record.
001300     05  EMP-KEY.
