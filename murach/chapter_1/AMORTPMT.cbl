      ************************************************************************
      * Author: Nathan Ranna
      * Date:
      * Purpose: Shared loan amortization - one callable entry the way
      *          GLJRNL works. The caller passes the principal, the
      *          rate per payment period and the number of periods;
      *          back come the level payment from the standard annuity
      *          formula, the trimmed last payment that clears the
      *          balance, and the total interest over the schedule.
      *          CALC2000's loan mode and the account hardship plans
      *          both figure their schedules here.
      * Tectonic: cobc
      ************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMORTPMT.
      ************************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
      ************************************************************************
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  AMORT-WORK-FIELDS.
           05  WS-BALANCE          PIC S9(7)V99.
           05  WS-PAYMENT          PIC 9(7)V99.
           05  WS-INTEREST-PART    PIC 9(7)V99.
           05  WS-PRINCIPAL-PART   PIC 9(7)V99.
           05  WS-PERIOD           PIC 9(4).
           05  WS-GROWTH-FACTOR    PIC 9(9)V9(6).
           05  WS-NUMERATOR        PIC 9(9)V9(6).
           05  WS-DENOMINATOR      PIC 9(9)V9(6).

       LINKAGE SECTION.
       01  LK-PRINCIPAL            PIC 9(7)V99.
      * the rate for one payment period as a fraction - a yearly rate
      * of 12.0 paid monthly comes in as .010000
       01  LK-PERIOD-RATE          PIC 9(2)V9(6).
       01  LK-TOTAL-PERIODS        PIC 9(4).
       01  LK-LEVEL-PAYMENT        PIC 9(7)V99.
       01  LK-FINAL-PAYMENT        PIC 9(7)V99.
       01  LK-TOTAL-INTEREST       PIC S9(9)V99.

      ************************************************************************
       PROCEDURE DIVISION USING LK-PRINCIPAL LK-PERIOD-RATE
           LK-TOTAL-PERIODS LK-LEVEL-PAYMENT LK-FINAL-PAYMENT
           LK-TOTAL-INTEREST.

       000-AMORTIZE-LOAN.
           MOVE ZERO TO LK-LEVEL-PAYMENT
           MOVE ZERO TO LK-FINAL-PAYMENT
           MOVE ZERO TO LK-TOTAL-INTEREST
           IF LK-PRINCIPAL = ZERO OR LK-TOTAL-PERIODS = ZERO
               GOBACK
           END-IF
           PERFORM 100-GET-LEVEL-PAYMENT
           PERFORM 200-RUN-SCHEDULE
           GOBACK.

      * the level payment from the standard annuity formula - a zero
      * rate just spreads the principal evenly
       100-GET-LEVEL-PAYMENT.
           IF LK-PERIOD-RATE = ZERO
               COMPUTE LK-LEVEL-PAYMENT ROUNDED =
                   LK-PRINCIPAL / LK-TOTAL-PERIODS
           ELSE
               COMPUTE WS-GROWTH-FACTOR ROUNDED =
                   (1 + LK-PERIOD-RATE) ** LK-TOTAL-PERIODS
               COMPUTE WS-NUMERATOR ROUNDED =
                   LK-PRINCIPAL * LK-PERIOD-RATE * WS-GROWTH-FACTOR
               COMPUTE WS-DENOMINATOR =
                   WS-GROWTH-FACTOR - 1
               COMPUTE LK-LEVEL-PAYMENT ROUNDED =
                   WS-NUMERATOR / WS-DENOMINATOR
           END-IF.

      * runs the schedule period by period, splitting each payment
      * into principal and interest, so the last payment can be
      * trimmed to whatever clears the balance
       200-RUN-SCHEDULE.
           MOVE LK-PRINCIPAL TO WS-BALANCE
           MOVE 1 TO WS-PERIOD
           PERFORM 210-AMORTIZE-ONE-PERIOD
               UNTIL WS-PERIOD > LK-TOTAL-PERIODS
               OR WS-BALANCE <= ZERO.

       210-AMORTIZE-ONE-PERIOD.
           MOVE LK-LEVEL-PAYMENT TO WS-PAYMENT
           COMPUTE WS-INTEREST-PART ROUNDED =
               WS-BALANCE * LK-PERIOD-RATE
           IF WS-PERIOD = LK-TOTAL-PERIODS
              OR WS-BALANCE + WS-INTEREST-PART <= WS-PAYMENT
               COMPUTE WS-PAYMENT = WS-BALANCE + WS-INTEREST-PART
           END-IF
           COMPUTE WS-PRINCIPAL-PART = WS-PAYMENT - WS-INTEREST-PART
           SUBTRACT WS-PRINCIPAL-PART FROM WS-BALANCE
           ADD WS-INTEREST-PART TO LK-TOTAL-INTEREST
           MOVE WS-PAYMENT TO LK-FINAL-PAYMENT
           ADD 1 TO WS-PERIOD.
