         IF shoot-timer LESS OR EQUAL TO 0 THEN
           PERFORM GAME-RANDOM
           COMPUTE shoot-timer =
             cur-shoot-base + wave-fire-bonus + exp-fire-offset +
             (rng-value * (enemy-count / cur-shoot-divisor))
           END-COMPUTE
           PERFORM VARYING enemy-i FROM 1 BY 1
