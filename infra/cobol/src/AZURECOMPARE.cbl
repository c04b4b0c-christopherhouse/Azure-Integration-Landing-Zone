      *> storage, Service Bus entities) compared element by element.
      *> AZURE_COMPARE_SOURCE and AZURE_COMPARE_TARGET name the two
      *> environments (e.g. test and prod) the same way the promote
      *> tool's variables do. Both sides are compared as resolved
      *> through their base/tier layers, so a setting the layers
      *> share is no longer reported as a difference between copies.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
