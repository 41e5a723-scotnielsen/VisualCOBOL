      *
      ********************************************************************************************************

      *> Daily seeded challenge: on the day's challenge run the formation
      *> ignores the cabinet's difficulty settings and draws its bombers
      *> and divers from the day's seed, so every cabinet plays it alike.
       class-id CobolBlitz.Aliens inherits type GameObject.

       working-storage section.
           set initialMovement to type AlienMovementEnum::MoveRight

           *> Difficulty comes from the per-cabinet config instead of the compiled-in defaults
           *> -- except on the daily challenge, where every cabinet must
           *> field the same formation at the same speeds
           if not l-gameState::DailyMode
               set initialSpeed to l-gameState::Config::InitialSpeed
               set maximumSpeed to l-gameState::Config::MaximumSpeed
               set numberAliensX to l-gameState::Config::NumberAliensX
               set numberAliensY to l-gameState::Config::NumberAliensY
           end-if

           compute maxAliens = numberAliensX * numberAliensY
           set aliens to new List[type Sprite]
           set speed to initialSpeed
           set movement to initialMovement
           *> Daily seeded challenge: the day's seed picks the bombing
           *> aliens and the divers, so the fire pattern matches fleet-wide
           if l-gameState::DailyMode
               set rnd to new type System.Random(l-gameState::DailySeed)
           else
               set rnd to new type  System.Random()
           end-if
           set super::ObjectType to type GameObjectEnum::Alien
           set gameState to l-gameState
           invoke self::CreateAliens()
