      *> frequencies -- so a seasonal event ("Halloween gauntlet") is a
      *> config file, not a development job. A missing file, or a wave with
      *> no line, behaves exactly as the compiled-in rules always have.
      *> Daily seeded challenge: the second constructor ignores the file
      *> and deals every wave's formation, speed and spawn rolls from the
      *> day's seed instead, so each cabinet builds the identical script
      *> for that day's challenge run.
       class-id CobolBlitz.WaveScript.

       working-storage section.
           end-try
       end method.

      *>> <summary>
      *>> Daily seeded challenge: a full 99-wave script dealt from the day's
      *>> seed -- 8 to 11 columns, 4 or 5 rows, a 0.9 to 1.3 speed
      *>> multiplier, one-in-60 to one-in-120 bombs and one-in-600 to
      *>> one-in-1200 saucers -- with the boss left to the every-fifth-wave
      *>> rule. The same seed always deals the same waves.
      *>> </summary>
       method-id New public.
       local-storage section.
       01 dealer    type System.Random.
       01 waveNum   binary-long.
       procedure division using by value daySeed as binary-long.
           set dealer to new type System.Random(daySeed)
           perform varying waveNum from 1 by 1 until waveNum > 99
               set wavePresent(waveNum) to true
               compute waveCols(waveNum) = 8 + dealer::Next(4)
               compute waveRows(waveNum) = 4 + dealer::Next(2)
               compute waveSpeedMult(waveNum) = 0.9 + dealer::Next(5) * 0.1
               compute waveBombFreq(waveNum) = 60 + dealer::Next(61)
               compute waveSaucerFreq(waveNum) = 600 + dealer::Next(601)
               set waveBoss(waveNum) to 0
           end-perform
       end method.

      *>> <summary>Formation columns for the wave, 0 = use the cabinet config.</summary>
       method-id Cols public.
       procedure division using by value waveNum as binary-long
