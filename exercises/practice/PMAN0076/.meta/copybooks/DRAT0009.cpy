           05  K-64                  PIC S9(004) COMP   VALUE 64.
           05  K-65                  PIC S9(004) COMP   VALUE 65.
           05  K-66                  PIC S9(004) COMP   VALUE 66.
           05  K-67                  PIC S9(004) COMP   VALUE 67.
           05  K-68                  PIC S9(004) COMP   VALUE 68.
           05  K-69                  PIC S9(004) COMP   VALUE 69.
           05  K-70                  PIC S9(004) COMP   VALUE 70.
           05  K-71                  PIC S9(004) COMP   VALUE 71.
           05  K-72                  PIC S9(004) COMP   VALUE 72.
           05  K-73                  PIC S9(004) COMP   VALUE 73.
           05  K-74                  PIC S9(004) COMP   VALUE 74.
           05  K-75                  PIC S9(004) COMP   VALUE 75.
           05  K-76                  PIC S9(004) COMP   VALUE 76.
           05  K-77                  PIC S9(004) COMP   VALUE 77.
           05  K-78                  PIC S9(004) COMP   VALUE 78.
           05  K-79                  PIC S9(004) COMP   VALUE 79.
           05  K-80                  PIC S9(004) COMP   VALUE 80.
           05  K-81                  PIC S9(004) COMP   VALUE 81.
           05  K-82                  PIC S9(004) COMP   VALUE 82.
           05  K-83                  PIC S9(004) COMP   VALUE 83.
           05  K-84                  PIC S9(004) COMP   VALUE 84.
           05  K-85                  PIC S9(004) COMP   VALUE 85.
           05  K-86                  PIC S9(004) COMP   VALUE 86.
           05  K-87                  PIC S9(004) COMP   VALUE 87.
           05  K-88                  PIC S9(004) COMP   VALUE 88.
           05  K-89                  PIC S9(004) COMP   VALUE 89.
           05  K-90                  PIC S9(004) COMP   VALUE 90.
           05  K-98                  PIC S9(009) COMP   VALUE 98.
           05  K-100                 PIC S9(009) COMP   VALUE 100.
           05  K-123                 PIC S9(009) COMP   VALUE 123.
