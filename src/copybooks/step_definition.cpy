      *Shared layout of one nightly step definition - the order the
      *step runs in, the program NightlyBatchDriver CALLs, how many
      *SYSIN cards the step reads and what they are (comma
      *separated, for building the night's deck), the highest
      *return code that lets the run carry on, and two Y/N flags.
      *SdRestartable Y marks a step that is safe to repeat, so a
      *resume runs it again even when it already ended clean
      *tonight; N makes a resume skip it once it has ended clean,
      *which is what stops the calc step posting twice. SdEnabled N
      *leaves the step out of the night without deleting it.
      *Maintained by StepMaint. For inclusion inside a program's
      *own 01-level FD record description.
         02 SdOrder PIC 9(3).
         02 FILLER PIC X.
         02 SdProgram PIC X(20).
         02 FILLER PIC X.
         02 SdCardCount PIC 9.
         02 FILLER PIC X.
         02 SdCards PIC X(30).
         02 FILLER PIC X.
         02 SdMaxRC PIC 9(4).
         02 FILLER PIC X.
         02 SdRestartable PIC X.
           88 Step-Restartable VALUE "Y".
         02 FILLER PIC X.
         02 SdEnabled PIC X.
           88 Step-Enabled VALUE "Y".
         02 FILLER PIC X.
         02 SdDescription PIC X(40).
